      *          with the business date, one D detail per employee,
      *          T trailer with count and total value - recording
      *          each payment as sent in PAYSTATUS; employees with no
      *          bank details are reported and left out. The amounts
      *          PAYCLOSE withheld under court and union deduction
      *          orders (GARNPAY) come out of the employee's own
      *          transfer and go to each beneficiary as a detail of
      *          the same file, keyed by the order number, and are
      *          marked sent on GARNPAY. The driver trip expenses
      *          PAYCLOSE put on the close (TRIPEXP) are added to the
      *          employee's transfer and marked sent. Mode 2 reads
      *          the bank's BANKRET response, marks each payment
      *          settled or bounced in PAYSTATUS and lists the
      *          bounces for manual follow-up.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKRET.
           SELECT GARNISH-PAYMENT-FILE ASSIGN TO "GARNPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GARNPAY.
           SELECT TRIP-EXPENSE-FILE ASSIGN TO "TRIPEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPEXP.
           SELECT PAY-STATUS-FILE ASSIGN TO "PAYSTATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYSTATUS.
           05 BR-DELIM-1            PIC X(1).
           05 BR-CODIGO             PIC X(2).

       FD  GARNISH-PAYMENT-FILE.
           COPY "garnpay.cpy".

       FD  TRIP-EXPENSE-FILE.
           COPY "tripexp.cpy".

       FD  PAY-STATUS-FILE.
       01  PAY-STATUS-RECORD.
           05 PS-EMP-ID             PIC X(10).
           77 WS-BCO-TOTAL PIC 9(3) VALUE 0.
           77 WS-BCO-SUB PIC 9(3).
           77 WS-BCO-ACHOU PIC X(1).
           77 WS-FS-GARNPAY PIC X(2).
           01 WS-TABELA-REPASSES.
               05 WS-REP-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-REP-IX.
                   10 WS-REP-REGISTRO   PIC X(80).
                   10 WS-REP-REMETER    PIC X(1).
           77 WS-REP-TOTAL PIC 9(3) VALUE 0.
           77 WS-REP-SUB PIC 9(3).
           77 WS-REP-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-QTD-REPASSES PIC 9(3) VALUE 0.
           77 WS-FS-TRIPEXP PIC X(2).
           01 WS-TABELA-DESPESAS.
               05 WS-DVG-ENTRADA OCCURS 2000 TIMES
                       INDEXED BY WS-DVG-IX.
                   10 WS-DVG-REGISTRO   PIC X(89).
           77 WS-DVG-TOTAL PIC 9(4) VALUE 0.
           77 WS-DVG-SUB PIC 9(4).
           77 WS-DVG-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-DVG-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-DVG-CORTE PIC 9(6).
           77 WS-CORTE-ANO PIC 9(4).
           77 WS-CORTE-MES PIC 9(2).
           77 WS-QTD-REEMBOLSOS PIC 9(4) VALUE 0.
           77 WS-VALOR-REEMBOLSOS PIC 9(8)V99 VALUE 0.
           77 WS-SEQ PIC 9(6) VALUE 0.
           77 WS-VALOR-TOTAL PIC 9(10)V99 VALUE 0.
           77 WS-SEM-BANCO PIC 9(3) VALUE 0.
                DISPLAY "PAYROLL SEM PAGAMENTOS A REMETER"
            ELSE
                PERFORM CARREGA-BANCOS
                PERFORM CARREGA-REEMBOLSOS
                PERFORM CARREGA-REPASSES
                PERFORM GRAVA-REMESSA
                IF WS-QTD-REPASSES > 0 AND WS-REP-ESTOUROU = 'N'
                    PERFORM REGRAVA-REPASSES
                END-IF
                IF WS-DVG-ALTERADO = 'S'
                    PERFORM REGRAVA-REEMBOLSOS
                END-IF
            END-IF.

       ACUMULA-LIQUIDOS.
                    UNTIL WS-LIQ-SUB > WS-LIQ-TOTAL
                PERFORM GRAVA-DETALHE-REMESSA
            END-PERFORM.
            PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                    UNTIL WS-REP-SUB > WS-REP-TOTAL
                IF WS-REP-REMETER(WS-REP-SUB) = 'S'
                    PERFORM GRAVA-DETALHE-REPASSE
                END-IF
            END-PERFORM.
            MOVE SPACES TO BANK-TRANSFER-TRAILER.
            MOVE "T" TO BT-T-TIPO.
            MOVE WS-SEQ TO BT-T-CONTAGEM.
            CLOSE PAY-STATUS-FILE.
            DISPLAY "REMESSA GERADA: " WS-SEQ " PAGAMENTOS, TOTAL "
      -         WS-VALOR-TOTAL.
            IF WS-QTD-REPASSES > 0
                DISPLAY "REPASSES A BENEFICIARIOS NA REMESSA: "
      -             WS-QTD-REPASSES
            END-IF
            IF WS-QTD-REEMBOLSOS > 0
                DISPLAY "REEMBOLSOS DE VIAGEM NA REMESSA: "
      -             WS-QTD-REEMBOLSOS " VALOR " WS-VALOR-REEMBOLSOS
            END-IF
            IF WS-SEM-BANCO > 0
                DISPLAY "SEM DADOS BANCARIOS (FORA DA REMESSA): "
      -             WS-SEM-BANCO
                WRITE PAY-STATUS-RECORD
            END-IF.

      * TRIPEXP claims PAYCLOSE put on a close ('F') ride on the
      * employee's transfer and are marked sent. A claim whose
      * employee is not in this remittance, or has no bank details,
      * stays on the close for the next one. Claims sent on a close
      * from before last month, and claims refused on trips from
      * before last month, are done with - GLPOST has booked that
      * close - and drop off on the rewrite. A file bigger than the
      * table could not be written back whole, so then none is paid.
       CARREGA-REEMBOLSOS.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE WS-DATA-REF(1:4) TO WS-CORTE-ANO.
            MOVE WS-DATA-REF(5:2) TO WS-CORTE-MES.
            IF WS-CORTE-MES = 1
                MOVE 12 TO WS-CORTE-MES
                SUBTRACT 1 FROM WS-CORTE-ANO
            ELSE
                SUBTRACT 1 FROM WS-CORTE-MES
            END-IF
            COMPUTE WS-DVG-CORTE = WS-CORTE-ANO * 100 + WS-CORTE-MES.
            OPEN INPUT TRIP-EXPENSE-FILE.
            IF WS-FS-TRIPEXP NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TRIP-EXPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN TX-STATUS = 'E'
                                    AND TX-COMPETENCIA < WS-DVG-CORTE
                                MOVE 'S' TO WS-DVG-ALTERADO
                            WHEN TX-STATUS = 'R'
                                    AND TX-DATA(1:6) < WS-DVG-CORTE
                                MOVE 'S' TO WS-DVG-ALTERADO
                            WHEN WS-DVG-TOTAL < 2000
                                ADD 1 TO WS-DVG-TOTAL
                                MOVE TRIP-EXPENSE-RECORD TO
                                    WS-DVG-REGISTRO(WS-DVG-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-DVG-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPEXP = "10"
                CLOSE TRIP-EXPENSE-FILE
            END-IF
            IF WS-DVG-ESTOUROU = 'S'
                DISPLAY "TRIPEXP EXCEDE 2000 DESPESAS - REEMBOLSOS DE"
      -             " VIAGEM FORA DESTA REMESSA"
                MOVE 0 TO WS-DVG-TOTAL
                MOVE 'N' TO WS-DVG-ALTERADO
            END-IF
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO
                    TRIP-EXPENSE-RECORD
                IF TX-STATUS = 'F'
                    PERFORM RESERVA-REEMBOLSO
                END-IF
            END-PERFORM.

       RESERVA-REEMBOLSO.
            MOVE 'N' TO WS-LIQ-ACHOU.
            PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
                    UNTIL WS-LIQ-SUB > WS-LIQ-TOTAL
                    OR WS-LIQ-ACHOU = 'S'
                IF WS-LIQ-EMP(WS-LIQ-SUB) = TX-EMP-ID
                    MOVE 'S' TO WS-LIQ-ACHOU
                    SUBTRACT 1 FROM WS-LIQ-SUB
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-BCO-ACHOU.
            PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
                    UNTIL WS-BCO-SUB > WS-BCO-TOTAL
                    OR WS-BCO-ACHOU = 'S'
                IF WS-BCO-EMP(WS-BCO-SUB) = TX-EMP-ID
                    MOVE 'S' TO WS-BCO-ACHOU
                END-IF
            END-PERFORM.
            IF WS-LIQ-ACHOU = 'S' AND WS-BCO-ACHOU = 'S'
                ADD TX-VALOR TO WS-LIQ-VALOR(WS-LIQ-SUB)
                ADD TX-VALOR TO WS-VALOR-REEMBOLSOS
                ADD 1 TO WS-QTD-REEMBOLSOS
                MOVE 'S' TO WS-DVG-ALTERADO
                MOVE 'E' TO TX-STATUS
                MOVE TRIP-EXPENSE-RECORD TO
                    WS-DVG-REGISTRO(WS-DVG-SUB)
            ELSE
                DISPLAY "REEMBOLSO DE VIAGEM " TX-DESPESA-ID
      -             " PENDENTE - " TX-EMP-ID " FORA DA REMESSA"
            END-IF.

      * The pending GARNPAY amounts of employees in this remittance
      * are taken out of the employee's transfer and paid to the
      * beneficiary instead. An amount whose employee is not being
      * paid this time, or is not being paid enough to cover it,
      * stays pending for the next remittance. A file bigger than the
      * table could not be written back whole, so then none is paid
      * and the run ends in error: the transfers carry the nets with
      * the orders still in them.
       CARREGA-REPASSES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GARNISH-PAYMENT-FILE.
            IF WS-FS-GARNPAY NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GARNISH-PAYMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-REP-TOTAL < 500
                            ADD 1 TO WS-REP-TOTAL
                            MOVE GARNISH-PAYMENT-RECORD TO
                                WS-REP-REGISTRO(WS-REP-TOTAL)
                            MOVE 'N' TO WS-REP-REMETER(WS-REP-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-REP-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GARNPAY = "10"
                CLOSE GARNISH-PAYMENT-FILE
            END-IF
            IF WS-REP-ESTOUROU = 'S'
                DISPLAY "GARNPAY EXCEDE 500 REPASSES - NENHUM REPASSE"
      -             " NESTA REMESSA, GARNPAY NAO REGRAVADO"
                DISPLAY "LIQUIDOS SEM O DESCONTO DAS ORDENS - NAO"
      -             " ENVIE A REMESSA"
                MOVE 8 TO RETURN-CODE
                MOVE 0 TO WS-REP-TOTAL
            END-IF
            PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                    UNTIL WS-REP-SUB > WS-REP-TOTAL
                MOVE WS-REP-REGISTRO(WS-REP-SUB) TO
                    GARNISH-PAYMENT-RECORD
                IF GP-STATUS = 'P'
                    PERFORM RESERVA-REPASSE
                END-IF
            END-PERFORM.

       RESERVA-REPASSE.
            MOVE 'N' TO WS-LIQ-ACHOU.
            PERFORM VARYING WS-LIQ-SUB FROM 1 BY 1
                    UNTIL WS-LIQ-SUB > WS-LIQ-TOTAL
                    OR WS-LIQ-ACHOU = 'S'
                IF WS-LIQ-EMP(WS-LIQ-SUB) = GP-EMP-ID
                    MOVE 'S' TO WS-LIQ-ACHOU
                    SUBTRACT 1 FROM WS-LIQ-SUB
                END-IF
            END-PERFORM.
            IF WS-LIQ-ACHOU = 'S'
                IF WS-LIQ-VALOR(WS-LIQ-SUB) < GP-VALOR
                    MOVE 'N' TO WS-LIQ-ACHOU
                END-IF
            END-IF
            IF WS-LIQ-ACHOU = 'S'
                SUBTRACT GP-VALOR FROM WS-LIQ-VALOR(WS-LIQ-SUB)
                MOVE 'S' TO WS-REP-REMETER(WS-REP-SUB)
            ELSE
                DISPLAY "REPASSE DA ORDEM " GP-ORDEM-ID
      -             " PENDENTE - " GP-EMP-ID " SEM VALOR NA REMESSA"
            END-IF.

       GRAVA-DETALHE-REPASSE.
            MOVE WS-REP-REGISTRO(WS-REP-SUB) TO GARNISH-PAYMENT-RECORD.
            ADD 1 TO WS-SEQ.
            ADD 1 TO WS-QTD-REPASSES.
            ADD GP-VALOR TO WS-VALOR-TOTAL.
            MOVE SPACES TO BANK-TRANSFER-DETAIL.
            MOVE "D" TO BT-D-TIPO.
            MOVE WS-SEQ TO BT-D-SEQ.
            MOVE GP-BANCO TO BT-D-BANCO.
            MOVE GP-AGENCIA TO BT-D-AGENCIA.
            MOVE GP-CONTA TO BT-D-CONTA.
            MOVE GP-ORDEM-ID TO BT-D-EMP-ID.
            MOVE GP-VALOR TO BT-D-VALOR.
            WRITE BANK-TRANSFER-DETAIL.
            MOVE SPACES TO PAY-STATUS-RECORD.
            MOVE GP-ORDEM-ID TO PS-EMP-ID.
            MOVE GP-VALOR TO PS-VALOR.
            MOVE "E" TO PS-STATUS.
            WRITE PAY-STATUS-RECORD.
            MOVE 'E' TO GP-STATUS.
            MOVE GARNISH-PAYMENT-RECORD TO WS-REP-REGISTRO(WS-REP-SUB).

       REGRAVA-REPASSES.
            OPEN OUTPUT GARNISH-PAYMENT-FILE.
            PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                    UNTIL WS-REP-SUB > WS-REP-TOTAL
                MOVE WS-REP-REGISTRO(WS-REP-SUB) TO
                    GARNISH-PAYMENT-RECORD
                WRITE GARNISH-PAYMENT-RECORD
            END-PERFORM.
            CLOSE GARNISH-PAYMENT-FILE.

       REGRAVA-REEMBOLSOS.
            OPEN OUTPUT TRIP-EXPENSE-FILE.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO
                    TRIP-EXPENSE-RECORD
                WRITE TRIP-EXPENSE-RECORD
            END-PERFORM.
            CLOSE TRIP-EXPENSE-FILE.

      * Return codes off the bank file: 00 settles the payment,
      * anything else bounces it for manual follow-up.
       PROCESSA-RETORNO.
