           05 SP-CODIGO            PIC X(6).
           05 SP-DELIM-1           PIC X(1).
           05 SP-NOME              PIC X(20).
           05 SP-DELIM-2           PIC X(1).
           05 SP-PRECO-UNIT        PIC 9(4)V99.
           05 SP-DELIM-3           PIC X(1).
           05 SP-PRAZO-DIAS        PIC 9(3).
           05 SP-DELIM-4           PIC X(1).
           05 SP-BANCO             PIC 9(3).
           05 SP-DELIM-5           PIC X(1).
           05 SP-AGENCIA           PIC 9(4).
           05 SP-DELIM-6           PIC X(1).
           05 SP-CONTA             PIC 9(8).

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05 PO-DATA-ENTREGA      PIC 9(8).
           05 PO-DELIM-8           PIC X(1).
           05 PO-QTD-ENTREGUE      PIC 9(5).
      * The supplier's agreed unit price when the PO was raised -
      * what APINVOICE matches the supplier's invoice against.
           05 PO-DELIM-9           PIC X(1).
           05 PO-PRECO-UNIT        PIC 9(4)V99.

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-RECORD.
                   10 WS-PO-ORIGINAL    PIC 9(5).
                   10 WS-PO-ENTREGA     PIC 9(8).
                   10 WS-PO-ENTREGUE    PIC 9(5).
                   10 WS-PO-PRECO       PIC 9(4)V99.
           77 WS-PO-TOTAL PIC 9(3) VALUE 0.
           77 WS-PO-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PO-SUB PIC 9(3).
           77 WS-PO-PROXIMO PIC 9(6).
           77 WS-PO-ABERTO-ESTAB PIC X(1).
           77 WS-PO-BUSCA PIC 9(6).
           77 WS-PO-CORTE PIC 9(8).
           77 WS-QTD-RECEBIDA PIC 9(5).
           77 WS-QTD-COMPRAR PIC 9(5).
           77 WS-DATA-ENTREGA-ENT PIC 9(8).
                   10 WS-FOR-ENTREGUE   PIC 9(7).
                   10 WS-FOR-LEAD-SOMA  PIC 9(6).
                   10 WS-FOR-LEAD-QTD   PIC 9(4).
                   10 WS-FOR-PRECO      PIC 9(4)V99.
           77 WS-FOR-TOTAL PIC 9(2) VALUE 0.
           77 WS-FOR-SUB PIC 9(2).
           77 WS-FOR-ACHOU PIC X(1).
                                MOVE 0 TO
                                    WS-PO-ENTREGUE(WS-PO-TOTAL)
                            END-IF
                            IF PO-PRECO-UNIT IS NUMERIC
                                MOVE PO-PRECO-UNIT TO
                                    WS-PO-PRECO(WS-PO-TOTAL)
                            ELSE
                                MOVE 0 TO WS-PO-PRECO(WS-PO-TOTAL)
                            END-IF
                            PERFORM ACUMULA-DESEMPENHO-FORN
                            IF PO-NUMERO > WS-PO-PROXIMO
                                MOVE PO-NUMERO TO WS-PO-PROXIMO
                                WS-FOR-LEAD-SOMA(WS-FOR-TOTAL)
                            MOVE 0 TO
                                WS-FOR-LEAD-QTD(WS-FOR-TOTAL)
                            IF SP-PRECO-UNIT IS NUMERIC
                                MOVE SP-PRECO-UNIT TO
                                    WS-FOR-PRECO(WS-FOR-TOTAL)
                            ELSE
                                MOVE 0 TO
                                    WS-FOR-PRECO(WS-FOR-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
                        MOVE 0 TO WS-FOR-ENTREGUE(WS-FOR-SUB)
                        MOVE 0 TO WS-FOR-LEAD-SOMA(WS-FOR-SUB)
                        MOVE 0 TO WS-FOR-LEAD-QTD(WS-FOR-SUB)
                        MOVE 0 TO WS-FOR-PRECO(WS-FOR-SUB)
                    ELSE
                        MOVE 0 TO WS-FOR-SUB
                    END-IF
                PERFORM ESCOLHE-FORNECEDOR
                MOVE WS-FOR-MELHOR TO
                    WS-PO-FORNECEDOR(WS-PO-TOTAL)
                MOVE 0 TO WS-PO-PRECO(WS-PO-TOTAL)
                PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                        UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                    IF WS-FOR-CODIGO(WS-FOR-SUB) = WS-FOR-MELHOR
                        MOVE WS-FOR-PRECO(WS-FOR-SUB) TO
                            WS-PO-PRECO(WS-PO-TOTAL)
                    END-IF
                END-PERFORM
                MOVE 0 TO WS-PO-ENTREGA(WS-PO-TOTAL)
                MOVE 0 TO WS-PO-ENTREGUE(WS-PO-TOTAL)
                ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD

      * A POFILE bigger than the work table cannot be rewritten
      * without losing the excess, so the rewrite is refused
      * outright instead of truncating the file in place. POs
      * received and raised more than a year ago drop off here, so
      * the quarterly performance report covers the last four
      * quarters; the highest-numbered stays for the numbering.
       REGRAVA-POFILE.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF.
            COMPUTE WS-PO-CORTE = WS-DATA-ATUAL - 10000.
            IF WS-PO-ESTOUROU = 'S'
                DISPLAY "POFILE EXCEDE 100 PEDIDOS - "
      -             "ARQUIVO NAO SERA REGRAVADO"
                OPEN OUTPUT PURCHASE-ORDER-FILE
                PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                        UNTIL WS-PO-SUB > WS-PO-TOTAL
                    IF WS-PO-STATUS(WS-PO-SUB) NOT = "RECEBIDO"
                            OR WS-PO-DATA(WS-PO-SUB) NOT < WS-PO-CORTE
                            OR WS-PO-NUMERO(WS-PO-SUB) = WS-PO-PROXIMO
                        PERFORM GRAVA-PEDIDO-COMPRA
                    END-IF
                END-PERFORM
                CLOSE PURCHASE-ORDER-FILE
            END-IF.

       GRAVA-PEDIDO-COMPRA.
            MOVE SPACES TO PURCHASE-ORDER-RECORD.
            MOVE WS-PO-NUMERO(WS-PO-SUB) TO PO-NUMERO.
            MOVE WS-PO-ESTABULO(WS-PO-SUB) TO PO-ESTABULO.
            MOVE WS-PO-QTD(WS-PO-SUB) TO PO-QTD.
            MOVE WS-PO-DATA(WS-PO-SUB) TO PO-DATA.
            MOVE WS-PO-STATUS(WS-PO-SUB) TO PO-STATUS.
            MOVE WS-PO-FORNECEDOR(WS-PO-SUB) TO PO-FORNECEDOR.
            MOVE WS-PO-ORIGINAL(WS-PO-SUB) TO PO-QTD-ORIGINAL.
            MOVE WS-PO-ENTREGA(WS-PO-SUB) TO PO-DATA-ENTREGA.
            MOVE WS-PO-ENTREGUE(WS-PO-SUB) TO PO-QTD-ENTREGUE.
            MOVE WS-PO-PRECO(WS-PO-SUB) TO PO-PRECO-UNIT.
            WRITE PURCHASE-ORDER-RECORD.

      * Receiving: the delivered quantity is matched to its open PO,
      * the stable's FARRIERINV stock is bumped, and a short
      * delivery closes only the delivered part - the remainder
