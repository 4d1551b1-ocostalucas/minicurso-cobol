      *          variance in liters and cost where it passes the
      *          tolerance - drivers key TL-QTD-LITRO and TL-CUSTO
      *          from memory, the card bill has the real numbers.
      *          Card alerts are also appended to the central ALERTQ
      *          queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-ALERT-FILE ASSIGN TO "CARDALERTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTQ.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       FD  CARD-ALERT-FILE.
       01  CARD-ALERT-RECORD        PIC X(90).

       FD  ALERT-QUEUE-FILE.
           COPY "alertq.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-QTD-SEM-VIAGEM PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-CARTAO PIC 9(4) VALUE 0.
           77 WS-LINHA PIC X(90).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-ALE-SEVERIDADE PIC X(1).
           77 WS-ALE-CHAVE PIC X(20).
           77 WS-ALE-MENSAGEM PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                    " " FS-DATA " VALOR " FS-VALOR
                    DELIMITED BY SIZE INTO WS-LINHA-ALERTA
                PERFORM GRAVA-LINHA-ALERTA
                MOVE 'C' TO WS-ALE-SEVERIDADE
                MOVE FS-CARTAO TO WS-ALE-CHAVE
                PERFORM ENFILEIRA-ALERTA-CARTAO
            END-IF
            IF WS-CRT-LIMITE-TRN(WS-CRT-ACHADO) > 0
                    AND FS-VALOR >
                    " LIMITE " WS-CRT-LIMITE-TRN(WS-CRT-ACHADO)
                    DELIMITED BY SIZE INTO WS-LINHA-ALERTA
                PERFORM GRAVA-LINHA-ALERTA
                MOVE 'A' TO WS-ALE-SEVERIDADE
                MOVE FS-CARTAO TO WS-ALE-CHAVE
                PERFORM ENFILEIRA-ALERTA-CARTAO
            END-IF.

       RELATA-LIMITES-MENSAIS.
                        " LIMITE " WS-CRT-LIMITE-MES(WS-CRT-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA-ALERTA
                    PERFORM GRAVA-LINHA-ALERTA
                    MOVE 'A' TO WS-ALE-SEVERIDADE
                    MOVE WS-CRT-CARTAO(WS-CRT-SUB) TO WS-ALE-CHAVE
                    PERFORM ENFILEIRA-ALERTA-CARTAO
                END-IF
            END-PERFORM.

            MOVE WS-LINHA-ALERTA TO CARD-ALERT-RECORD.
            WRITE CARD-ALERT-RECORD.

      * Card alerts also go on the central queue; a blocked card in
      * use is critical, a limit overrun wants attention.
       ENFILEIRA-ALERTA-CARTAO.
            MOVE WS-LINHA-ALERTA TO WS-ALE-MENSAGEM.
            PERFORM GRAVA-ALERTA.

       CASA-COM-VIAGEM.
            MOVE 'N' TO WS-CASOU.
            PERFORM VARYING WS-VIA-SUB FROM 1 BY 1
            MOVE WS-LINHA TO RECONCILE-REPORT-RECORD.
            WRITE RECONCILE-REPORT-RECORD.

       COPY "alertproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM FUELRECON.
