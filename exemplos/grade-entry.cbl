      *          the pending record flips to 'A', and the period
      *          locks on GRADELOCK. Keying into a locked period
      *          needs the supervisor override prompt, and the
      *          override itself lands in AUDITLOG. Both the
      *          keying and the approval of each score go onto
      *          DUTYLOG for the segregation-of-duties report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT DUTY-LOG-FILE ASSIGN TO "DUTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUTYLOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  DUTY-LOG-FILE.
           COPY "dutylog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-DUT-PAR PIC X(4).
           77 WS-DUT-LADO PIC X(1).
           77 WS-DUT-CHAVE PIC X(20).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
            WRITE PENDING-GRADES-RECORD.
            CLOSE PENDING-GRADES-FILE.
            ADD 1 TO WS-QTD-PENDENTES.
            MOVE "NOTA" TO WS-DUT-PAR.
            MOVE "E" TO WS-DUT-LADO.
            MOVE SPACES TO WS-DUT-CHAVE.
            STRING WS-ID-ENTRADA WS-AVALIACAO
                DELIMITED BY SIZE INTO WS-DUT-CHAVE.
            PERFORM GRAVA-DUTYLOG.

       LISTA-CONFERENCIA.
            DISPLAY "=== NOTAS PENDENTES DE APROVACAO ===".
                            MOVE STUDENT-GRADES-RECORD
                                TO WS-CHG-DEPOIS
                            PERFORM GRAVA-CHANGELOG
                            MOVE "NOTA" TO WS-DUT-PAR
                            MOVE "A" TO WS-DUT-LADO
                            MOVE SPACES TO WS-DUT-CHAVE
                            STRING STU-ID
                                WS-PEN-AVALIACAO(WS-PEN-SUB)
                                DELIMITED BY SIZE INTO WS-DUT-CHAVE
                            PERFORM GRAVA-DUTYLOG
                            MOVE 'A' TO
                                WS-PEN-STATUS(WS-PEN-SUB)
                            ADD 1 TO WS-QTD-POSTADAS

       COPY "bizproc.cpy".

       COPY "dutyproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM GRADEENTRY.
