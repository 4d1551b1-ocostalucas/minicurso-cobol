      *          high risk, 180 for medium, 365 for low - or who
      *          have never been measured at all, so follow-up stops
      *          depending on patients remembering to come back.
      *          Every patient flagged is also raised on the central
      *          ALERTQ queue, by patient id only.
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

           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(80).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-ALE-SEVERIDADE PIC X(1).
           77 WS-ALE-CHAVE PIC X(20).
           77 WS-ALE-MENSAGEM PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                    " *** PRIORIDADE ALTA - FALTAS REPETIDAS"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-ALE-MENSAGEM
                STRING "RECALL PRIORITARIO - FALTAS REPETIDAS RISCO "
                    PT-RISCO
                    DELIMITED BY SIZE INTO WS-ALE-MENSAGEM
                PERFORM ENFILEIRA-RECALL
            ELSE
                PERFORM AVALIA-PACIENTE-INTERVALO
            END-IF.
                    " RISCO " PT-RISCO " SEM MEDICAO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-ALE-MENSAGEM
                STRING "RECALL - NUNCA MEDIDO RISCO " PT-RISCO
                    DELIMITED BY SIZE INTO WS-ALE-MENSAGEM
                PERFORM ENFILEIRA-RECALL
            ELSE
                MOVE 'E' TO WS-DS-FUNCAO
                MOVE WS-DATA-REF TO WS-DS-DATA
                        " DIAS " WS-DS-DIAS
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE SPACES TO WS-ALE-MENSAGEM
                    STRING "RECALL VENCIDO RISCO " PT-RISCO
                        " ULTIMA " WS-ULTIMA-MEDICAO
                        " DIAS " WS-DS-DIAS
                        DELIMITED BY SIZE INTO WS-ALE-MENSAGEM
                    PERFORM ENFILEIRA-RECALL
                END-IF
            END-IF.

      * The queue is read well beyond the clinic, so the alert
      * carries the patient id only - never the name. A high-risk
      * patient due for recall is critical, anyone else wants
      * attention.
       ENFILEIRA-RECALL.
            IF PT-RISCO = 'A'
                MOVE 'C' TO WS-ALE-SEVERIDADE
            ELSE
                MOVE 'A' TO WS-ALE-SEVERIDADE
            END-IF.
            MOVE PT-ID TO WS-ALE-CHAVE.
            PERFORM GRAVA-ALERTA.

       BUSCA-ULTIMA-MEDICAO.
            MOVE 0 TO WS-ULTIMA-MEDICAO.
            MOVE 'N' TO WS-EOF-ARQ.

       COPY "bizproc.cpy".

       COPY "alertproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM RECALLRPT.
