      *          due date past unpaid are reported, the plan is
      *          cancelled ('X') and the account's 'R' invoices
      *          reopen to 'A' so it drops back to normal
      *          delinquency processing. Negotiation and
      *          cancellation are both logged on DUTYLOG for the
      *          segregation-of-duties report.
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
           77 WS-LINHA PIC X(90).
           COPY "holwk.cpy".
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-DUT-PAR PIC X(4).
           77 WS-DUT-LADO PIC X(1).
           77 WS-DUT-CHAVE PIC X(20).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                IF WS-FAT-CONTA(WS-FAT-SUB) = WS-CONTA
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'Q'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'R'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'W'
                    MOVE 'E' TO WS-DS-FUNCAO
                    MOVE WS-DATA-REF TO WS-DS-DATA
                    MOVE WS-FAT-VENC(WS-FAT-SUB) TO WS-DS-DATA-2
            END-PERFORM
            CLOSE PAYMENT-PLAN-FILE
            PERFORM REGRAVA-BILLHIST
            MOVE "E" TO WS-DUT-LADO
            PERFORM GRAVA-DUTY-PLAN
            DISPLAY "PLANO GRAVADO - FATURAS CONSOLIDADAS MARCADAS"
      -         " COMO 'R'".

                    MOVE 'X' TO WS-PAR-STATUS(WS-PARCELA-SUB)
                END-IF
            END-PERFORM.
            MOVE "A" TO WS-DUT-LADO.
            PERFORM GRAVA-DUTY-PLAN.

      * Negotiating a plan and cancelling it are the two sides the
      * duties report pairs on DUTYLOG, keyed by account.
       GRAVA-DUTY-PLAN.
            MOVE "PLAN" TO WS-DUT-PAR.
            MOVE SPACES TO WS-DUT-CHAVE.
            MOVE WS-CONTA TO WS-DUT-CHAVE.
            PERFORM GRAVA-DUTYLOG.

       CARREGA-FATURAS.
            MOVE 0 TO WS-FAT-TOTAL-REGS.
                MOVE 0 TO WS-FAT-PAGO(WS-FAT-TOTAL-REGS)
            END-IF
            IF BH-STATUS = 'Q' OR BH-STATUS = 'P' OR BH-STATUS = 'R'
                    OR BH-STATUS = 'W'
                MOVE BH-STATUS TO WS-FAT-STATUS(WS-FAT-TOTAL-REGS)
            ELSE
                MOVE 'A' TO WS-FAT-STATUS(WS-FAT-TOTAL-REGS)

       COPY "bizproc.cpy".

       COPY "dutyproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM PAYPLAN.
