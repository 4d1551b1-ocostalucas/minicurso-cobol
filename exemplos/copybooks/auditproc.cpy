      * When the BIZDATE control card loaded a business date into
      * WS-DATA-NEGOCIO (bizproc.cpy), the audit record is stamped
      * with it instead of the machine date, so reruns land under the
      * night they belong to. LOGSEAL chains the record onto the last
      * one on the log just before it is written.
      ******************************************************************
       GRAVA-AUDITORIA.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF
            MOVE SPACES TO AUDIT-TRAIL-RECORD
            MOVE WS-DATA-ATUAL TO AT-DATA
            MOVE WS-HORA-ATUAL TO AT-HORA
            MOVE WS-PROGRAMA-ATUAL TO AT-PROGRAMA
            MOVE WS-OPERADOR-ID TO AT-OPERADOR
            MOVE WS-AUDIT-RESUMO TO AT-RESUMO
      * AT-ELO goes in holding RETURN-CODE, which LOGSEAL hands back
      * untouched, so a run's RC 4/8 survives its closing write.
            MOVE RETURN-CODE TO AT-ELO
            CALL "LOGSEAL" USING BY CONTENT 'A'
                BY REFERENCE AUDIT-TRAIL-RECORD AT-ELO
            OPEN EXTEND AUDIT-TRAIL-FILE
            IF WS-FS-AUDITLOG = "35"
                OPEN OUTPUT AUDIT-TRAIL-FILE
            END-IF
            WRITE AUDIT-TRAIL-RECORD
            CLOSE AUDIT-TRAIL-FILE.
