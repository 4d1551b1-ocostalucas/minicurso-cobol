      -                     " PARCELA " AD-PARCELA
      -                     " SALDO " AD-SALDO
      -                     " STATUS " AD-STATUS
      -                     " ORIGEM " AD-ORIGEM
                END-READ
            END-PERFORM.
            IF WS-FS-ADVANCES = "10"
