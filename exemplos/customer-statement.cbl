      *          mode 2 produces the aging report, bucketing amounts
      *          past BH-DATA-VENCIMENTO at 1-30 / 31-60 / 61-90 /
      *          over 90 days per account, so "what does account 1042
      *          owe" finally has an answer. Invoices BADDEBT has
      *          written off ('W') are with the collection agency and
      *          stay out of the aging. Credit balances REFUND paid
      *          back to the customer show on the statement as
      *          refund lines after the invoices.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT REFUND-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFUNDS.
           SELECT STATEMENT-PRINT-FILE ASSIGN TO "CUSTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  REFUND-FILE.
           COPY "refund.cpy".

       FD  STATEMENT-PRINT-FILE.
       01  STATEMENT-PRINT-RECORD   PIC X(90).

           77 MODO PIC 9(1).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-REFUNDS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-CONTA-BUSCA PIC 9(6).
           77 WS-NOME-CLIENTE PIC X(20).
           77 WS-TOTAL-CONTA PIC 9(7)V99.
           77 WS-QTD-FATURAS PIC 9(4).
           77 WS-TOTAL-REEMBOLSOS PIC 9(7)V99.
           77 WS-QTD-REEMBOLSOS PIC 9(4).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
                "  TOTAL DA CONTA: " WS-TOTAL-CONTA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM LISTA-REEMBOLSOS.
            CLOSE STATEMENT-PRINT-FILE.

      * Only refunds actually paid to the customer; a voucher still
      * waiting for approval has not moved any money.
       LISTA-REEMBOLSOS.
            MOVE 0 TO WS-TOTAL-REEMBOLSOS.
            MOVE 0 TO WS-QTD-REEMBOLSOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT REFUND-FILE.
            IF WS-FS-REFUNDS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ REFUND-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF RF-CONTA = WS-CONTA-BUSCA
                                AND RF-STATUS = 'E'
                            ADD 1 TO WS-QTD-REEMBOLSOS
                            ADD RF-VALOR TO WS-TOTAL-REEMBOLSOS
                            MOVE SPACES TO WS-LINHA
                            STRING "REEMBOLSO EM " RF-DATA-PAGAMENTO
                                " VALOR " RF-VALOR
                                " BANCO " RF-BANCO
                                " AG " RF-AGENCIA
                                " CC " RF-CONTA-BANCARIA
                                DELIMITED BY SIZE INTO WS-LINHA
                            PERFORM GRAVA-LINHA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-REFUNDS = "10"
                CLOSE REFUND-FILE
            END-IF
            IF WS-QTD-REEMBOLSOS > 0
                MOVE SPACES TO WS-LINHA
                STRING "REEMBOLSOS: " WS-QTD-REEMBOLSOS
                    "  TOTAL REEMBOLSADO: " WS-TOTAL-REEMBOLSOS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

       BUSCA-NOME-CLIENTE.
            MOVE SPACES TO WS-NOME-CLIENTE.
            MOVE 'N' TO WS-EOF-ARQ.
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BH-STATUS NOT = 'W'
                            PERFORM CLASSIFICA-FAIXA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
