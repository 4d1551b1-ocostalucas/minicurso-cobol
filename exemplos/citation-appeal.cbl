      *          ('U') restarts the payment clock from the decision
      *          date in the citation ledger, cancelada ('O') kills
      *          fine and points. Mode 3 is the pending-appeals
      *          aging report so nothing sits unresolved. Who
      *          filed and who decided each appeal is logged on
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

           77 WS-DS-DIAS PIC S9(9).
           77 WS-QTD-PENDENTES PIC 9(3) VALUE 0.
           77 WS-LINHA PIC X(90).
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-DUT-PAR PIC X(4).
           77 WS-DUT-LADO PIC X(1).
           77 WS-DUT-CHAVE PIC X(20).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                    MOVE 0 TO AP-DATA-DECISAO
                    WRITE CITATION-APPEAL-RECORD
                    CLOSE APPEALS-FILE
                    MOVE "E" TO WS-DUT-LADO
                    PERFORM GRAVA-DUTY-RECU
                    DISPLAY "RECURSO PROTOCOLADO - COBRANCA"
      -                 " SUSPENSA ENQUANTO PENDENTE"
                END-IF
                    DISPLAY "RECURSO PENDENTE NAO ENCONTRADO"
                ELSE
                    PERFORM REGRAVA-RECURSOS
                    MOVE "A" TO WS-DUT-LADO
                    PERFORM GRAVA-DUTY-RECU
                    IF WS-DECISAO-ENTRADA = 'O'
                        DISPLAY "RECURSO DEFERIDO - MULTA E PONTOS"
      -                     " CANCELADOS"
                END-IF
            END-IF.

      * Filing and deciding are the two sides of an appeal on
      * DUTYLOG, keyed by driver and citation date.
       GRAVA-DUTY-RECU.
            MOVE "RECU" TO WS-DUT-PAR.
            MOVE SPACES TO WS-DUT-CHAVE.
            STRING WS-MOTORISTA-ENTRADA WS-DATA-CIT-ENTRADA
                DELIMITED BY SIZE INTO WS-DUT-CHAVE.
            PERFORM GRAVA-DUTYLOG.

       REGRAVA-RECURSOS.
            OPEN OUTPUT APPEALS-FILE.
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1

       COPY "bizproc.cpy".

       COPY "dutyproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM CITAPPEAL.
