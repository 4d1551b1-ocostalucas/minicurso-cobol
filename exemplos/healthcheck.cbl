      *          steps that ended RC 8 and checkpoints left open
      *          (the same four CKPTMON watches) all land on the
      *          one-page HEALTHRPT, closed by the overall
      *          GREEN/RED verdict. Each problem is also raised as a
      *          critical alert on the central ALERTQ queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTQ.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  ALERT-QUEUE-FILE.
           COPY "alertq.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(80).
           COPY "holwk.cpy".
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-ALE-SEVERIDADE PIC X(1).
           77 WS-ALE-CHAVE PIC X(20).
           77 WS-ALE-MENSAGEM PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                        WS-GRA-PROGRAMA(WS-GRA-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE WS-GRA-PROGRAMA(WS-GRA-SUB) TO WS-ALE-CHAVE
                    PERFORM ENFILEIRA-PROBLEMA
                ELSE
                    IF WS-GRA-RETORNO(WS-GRA-SUB) >= 8
                        ADD 1 TO WS-QTD-PROBLEMAS
                            WS-GRA-PROGRAMA(WS-GRA-SUB)
                            DELIMITED BY SIZE INTO WS-LINHA
                        PERFORM GRAVA-LINHA
                        MOVE WS-GRA-PROGRAMA(WS-GRA-SUB)
                            TO WS-ALE-CHAVE
                        PERFORM ENFILEIRA-PROBLEMA
                    ELSE
                        MOVE SPACES TO WS-LINHA
                        STRING "OK: "
                    " EM " WS-CKPT-VALOR
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE WS-CKPT-NOME TO WS-ALE-CHAVE
                PERFORM ENFILEIRA-PROBLEMA
            END-IF.

      * Every problem that turns the verdict RED is critical on the
      * central queue as well.
       ENFILEIRA-PROBLEMA.
            MOVE 'C' TO WS-ALE-SEVERIDADE.
            MOVE WS-LINHA TO WS-ALE-MENSAGEM.
            PERFORM GRAVA-ALERTA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO HEALTH-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "alertproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM HEALTHCHK.
