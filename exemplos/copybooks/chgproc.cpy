      * 77 WS-CHG-ANTES PIC X(80), 77 WS-CHG-DEPOIS PIC X(80) and
      * 77 WS-FS-CHANGELOG PIC X(2), fill them and PERFORM this
      * right where the WRITE/REWRITE/DELETE happens. Stamps the
      * business date when a BIZDATE card loaded one. LOGSEAL chains
      * the record onto the last one on the log just before it is
      * written.
      ******************************************************************
       GRAVA-CHANGELOG.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF
            MOVE SPACES TO CHANGE-LOG-RECORD
            MOVE WS-DATA-ATUAL TO CG-DATA
            MOVE WS-HORA-ATUAL TO CG-HORA
            MOVE WS-CHG-CHAVE TO CG-CHAVE
            MOVE WS-CHG-ANTES TO CG-ANTES
            MOVE WS-CHG-DEPOIS TO CG-DEPOIS
      * CG-ELO goes in holding RETURN-CODE, which LOGSEAL hands back
      * untouched, so a run's RC 4/8 survives its closing write.
            MOVE RETURN-CODE TO CG-ELO
            CALL "LOGSEAL" USING BY CONTENT 'C'
                BY REFERENCE CHANGE-LOG-RECORD CG-ELO
            OPEN EXTEND CHANGE-LOG-FILE
            IF WS-FS-CHANGELOG = "35"
                OPEN OUTPUT CHANGE-LOG-FILE
            END-IF
            WRITE CHANGE-LOG-RECORD
            CLOSE CHANGE-LOG-FILE.
