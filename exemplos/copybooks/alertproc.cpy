      ******************************************************************
      * GRAVA-ALERTA - appends one pending alert to the central ALERTQ
      * queue. Caller is expected to declare 77 WS-ALE-SEVERIDADE
      * PIC X(1), 77 WS-ALE-CHAVE PIC X(20), 77 WS-ALE-MENSAGEM
      * PIC X(90) and 77 WS-FS-ALERTQ PIC X(2), fill them and PERFORM
      * this right where the alert goes on the program's own report.
      * Stamps the clock date and time, not the business date: the
      * escalation on the morning report counts hours.
      ******************************************************************
       GRAVA-ALERTA.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            ACCEPT WS-HORA-ATUAL FROM TIME
            OPEN EXTEND ALERT-QUEUE-FILE
            IF WS-FS-ALERTQ = "35"
                OPEN OUTPUT ALERT-QUEUE-FILE
            END-IF
            MOVE SPACES TO ALERT-QUEUE-RECORD
            MOVE WS-DATA-ATUAL TO AL-DATA
            MOVE WS-HORA-ATUAL TO AL-HORA
            MOVE WS-PROGRAMA-ATUAL TO AL-PROGRAMA
            MOVE WS-ALE-SEVERIDADE TO AL-SEVERIDADE
            MOVE WS-ALE-CHAVE TO AL-CHAVE
            MOVE WS-ALE-MENSAGEM TO AL-MENSAGEM
            MOVE 'P' TO AL-SITUACAO
            MOVE 0 TO AL-DATA-RECON
            MOVE 0 TO AL-HORA-RECON
            WRITE ALERT-QUEUE-RECORD
            CLOSE ALERT-QUEUE-FILE.
