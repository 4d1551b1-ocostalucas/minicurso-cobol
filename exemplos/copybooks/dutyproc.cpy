      ******************************************************************
      * GRAVA-DUTYLOG - appends one DUTYLOG record for one side of a
      * two-operator workflow. Caller is expected to declare
      * 77 WS-DUT-PAR PIC X(4), 77 WS-DUT-LADO PIC X(1),
      * 77 WS-DUT-CHAVE PIC X(20) and 77 WS-FS-DUTYLOG PIC X(2),
      * fill them and PERFORM this right where the keying or the
      * approval is written. Stamps the business date when a
      * BIZDATE card loaded one.
      ******************************************************************
       GRAVA-DUTYLOG.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            ACCEPT WS-HORA-ATUAL FROM TIME
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF
            OPEN EXTEND DUTY-LOG-FILE
            IF WS-FS-DUTYLOG = "35"
                OPEN OUTPUT DUTY-LOG-FILE
            END-IF
            MOVE SPACES TO DUTY-LOG-RECORD
            MOVE WS-DATA-ATUAL TO DL-DATA
            MOVE WS-HORA-ATUAL TO DL-HORA
            MOVE WS-PROGRAMA-ATUAL TO DL-PROGRAMA
            MOVE WS-OPERADOR-ID TO DL-OPERADOR
            MOVE WS-DUT-PAR TO DL-PAR
            MOVE WS-DUT-LADO TO DL-LADO
            MOVE WS-DUT-CHAVE TO DL-CHAVE
            WRITE DUTY-LOG-RECORD
            CLOSE DUTY-LOG-FILE.
