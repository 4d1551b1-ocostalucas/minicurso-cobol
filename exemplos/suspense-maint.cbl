      *          suspense record flips to 'L'. Mode 3 marks an item
      *          refunded to the customer ('D'). Either way the item
      *          leaves the open-suspense total the day-end balance
      *          carries. Releases and refunds are logged on
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

           77 WS-CONTA-BUSCA PIC 9(6).
           77 WS-QTD-ABERTOS PIC 9(3) VALUE 0.
           77 WS-CONFIRMA PIC X(1).
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-DUT-PAR PIC X(4).
           77 WS-DUT-LADO PIC X(1).
           77 WS-DUT-CHAVE PIC X(20).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                    CLOSE PAYMENTS-FILE
                    MOVE 'L' TO WS-SUS-STATUS(WS-SUS-SUB)
                    PERFORM REGRAVA-SUSPENSE
                    PERFORM GRAVA-DUTY-SUSP
                    DISPLAY "ITEM LIBERADO PARA O PROXIMO"
      -                 " LANCAMENTO"
                END-IF
                IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                    MOVE 'D' TO WS-SUS-STATUS(WS-SUS-SUB)
                    PERFORM REGRAVA-SUSPENSE
                    PERFORM GRAVA-DUTY-SUSP
                    DISPLAY "ITEM MARCADO COMO DEVOLVIDO"
                END-IF
            END-IF.

      * Releasing or refunding an item is the approving side of
      * the PAYPOST parking, logged on DUTYLOG under the same key.
       GRAVA-DUTY-SUSP.
            MOVE "SUSP" TO WS-DUT-PAR.
            MOVE "A" TO WS-DUT-LADO.
            MOVE SPACES TO WS-DUT-CHAVE.
            STRING WS-SUS-CONTA(WS-SUS-SUB) WS-SUS-RECIBO(WS-SUS-SUB)
                DELIMITED BY SIZE INTO WS-DUT-CHAVE.
            PERFORM GRAVA-DUTYLOG.

       REGRAVA-SUSPENSE.
            OPEN OUTPUT SUSPENSE-FILE.
            PERFORM VARYING WS-SUS-IX FROM 1 BY 1

       COPY "bizproc.cpy".

       COPY "dutyproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM SUSPMAINT.
