      *          any step running past double its average, and the
      *          window check against the PARAMCTL stream deadline -
      *          flagged when the night's final step ended past it.
      *          Both flags are also raised on the central ALERTQ
      *          queue: an overrun window as critical, a long step
      *          for attention.
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

           77 WS-RESTO-CALC PIC 9(4).
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(90).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-ALE-SEVERIDADE PIC X(1).
           77 WS-ALE-CHAVE PIC X(20).
           77 WS-ALE-MENSAGEM PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
            IF WS-MEDIA-PASSO > 0
                    AND WS-PAS-MINUTOS(WS-PAS-SUB) >
                        (WS-MEDIA-PASSO * 2)
                MOVE 'A' TO WS-ALE-SEVERIDADE
                MOVE WS-PAS-PROGRAMA(WS-PAS-SUB) TO WS-ALE-CHAVE
                MOVE SPACES TO WS-ALE-MENSAGEM
                STRING "PASSO ANORMALMENTE LONGO - " WS-LINHA
                    DELIMITED BY SIZE INTO WS-ALE-MENSAGEM
                PERFORM GRAVA-ALERTA
                MOVE "   *** PASSO ANORMALMENTE LONGO ***"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                IF WS-FIM-MINUTOS > WS-PRAZO-MINUTOS
                    MOVE 'C' TO WS-ALE-SEVERIDADE
                    MOVE "JANELA NOTURNA" TO WS-ALE-CHAVE
                    MOVE SPACES TO WS-ALE-MENSAGEM
                    STRING "JANELA ESTOURADA - " WS-LINHA
                        DELIMITED BY SIZE INTO WS-ALE-MENSAGEM
                    PERFORM GRAVA-ALERTA
                    MOVE "*** JANELA ESTOURADA ***" TO WS-LINHA
                ELSE
                    MOVE "JANELA DENTRO DO PRAZO" TO WS-LINHA

       COPY "bizproc.cpy".

       COPY "alertproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM BATCHWIN.
