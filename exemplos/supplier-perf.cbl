      * Purpose: the record of who actually delivers, so POs stop
      *          going to the same supplier by habit. Mode 1
      *          maintains the SUPPLIERS master of farrier
      *          consumable suppliers, with the agreed unit price
      *          the reorder run puts on each PO, the payment terms
      *          in days and the bank account APINVOICE pays them
      *          into; every include or change writes the
      *          supplier's before and after image on CHANGELOG,
      *          and no change is taken while SUPPLIERS holds more
      *          suppliers than the table. Mode 2 is the quarterly
      *          performance report over POFILE: per supplier, the
      *          average lead time from order date to first
      *          delivery, the fill rate (received over ordered)
               FILE STATUS IS WS-FS-POFILE.
           SELECT PERFORMANCE-REPORT-FILE ASSIGN TO "SUPPERF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
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
           05 PO-DELIM-9           PIC X(1).
           05 PO-PRECO-UNIT        PIC 9(4)V99.

       FD  PERFORMANCE-REPORT-FILE.
       01  PERFORMANCE-REPORT-RECORD PIC X(90).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 MODO PIC 9(1).
           77 WS-FS-SUPPLIERS PIC X(2).
           77 WS-FS-POFILE PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-FORNECEDORES.
               05 WS-FOR-ENTRADA OCCURS 50 TIMES.
                   10 WS-FOR-CODIGO     PIC X(6).
                   10 WS-FOR-NOME       PIC X(20).
                   10 WS-FOR-PRECO      PIC 9(4)V99.
                   10 WS-FOR-PRAZO      PIC 9(3).
                   10 WS-FOR-BANCO      PIC 9(3).
                   10 WS-FOR-AGENCIA    PIC 9(4).
                   10 WS-FOR-CONTA      PIC 9(8).
                   10 WS-FOR-ORIGINAL   PIC 9(7).
                   10 WS-FOR-ENTREGUE   PIC 9(7).
                   10 WS-FOR-LEAD-SOMA  PIC 9(6).
           77 WS-FOR-TOTAL PIC 9(2) VALUE 0.
           77 WS-FOR-SUB PIC 9(2).
           77 WS-FOR-ACHOU PIC X(1).
           77 WS-FOR-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-CODIGO-ENTRADA PIC X(6).
           77 WS-NOME-ENTRADA PIC X(20).
           77 WS-PRECO-ENTRADA PIC 9(4)V99.
           77 WS-PRAZO-ENTRADA PIC 9(3).
           77 WS-BANCO-ENTRADA PIC 9(3).
           77 WS-AGENCIA-ENTRADA PIC 9(4).
           77 WS-CONTA-ENTRADA PIC 9(8).
           77 WS-ED-PRECO PIC ZZZ9.99.
           77 WS-TRIMESTRE-INI PIC 9(8).
           77 WS-TRIMESTRE-FIM PIC 9(8).
           77 WS-LEAD-MEDIO PIC 9(4)V9.
                DISPLAY "OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA"
                GOBACK
            END-IF
            MOVE "SUPPLIERS" TO WS-CHG-ARQUIVO
            PERFORM CARREGA-FORNECEDORES
            DISPLAY "1 - MANTER FORNECEDORES"
            DISPLAY "2 - RELATORIO TRIMESTRAL DE DESEMPENHO"
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-FOR-TOTAL < 50
                            ADD 1 TO WS-FOR-TOTAL
                            MOVE SP-CODIGO TO
                                WS-FOR-CODIGO(WS-FOR-TOTAL)
                            MOVE SP-NOME TO
                                WS-FOR-NOME(WS-FOR-TOTAL)
                            PERFORM CARREGA-CONDICOES
                            MOVE 0 TO WS-FOR-ORIGINAL(WS-FOR-TOTAL)
                            MOVE 0 TO WS-FOR-ENTREGUE(WS-FOR-TOTAL)
                            MOVE 0 TO
                            MOVE 0 TO
                                WS-FOR-LEAD-QTD(WS-FOR-TOTAL)
                            MOVE 0 TO WS-FOR-CURTOS(WS-FOR-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-FOR-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF MODO = 1
                PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                        UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                    MOVE WS-FOR-PRECO(WS-FOR-SUB)
                        TO WS-ED-PRECO
                    DISPLAY WS-FOR-CODIGO(WS-FOR-SUB) " "
      -                 WS-FOR-NOME(WS-FOR-SUB)
      -                 " PRECO " WS-ED-PRECO
      -                 " PRAZO " WS-FOR-PRAZO(WS-FOR-SUB)
      -                 " BCO " WS-FOR-BANCO(WS-FOR-SUB)
      -                 " AG " WS-FOR-AGENCIA(WS-FOR-SUB)
      -                 " CC " WS-FOR-CONTA(WS-FOR-SUB)
                END-PERFORM
            ELSE
                IF WS-FOR-ESTOUROU = 'S'
                    DISPLAY "SUPPLIERS EXCEDE 50 FORNECEDORES - "
      -                 "MANUTENCAO RECUSADA"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM GRAVA-FORNECEDOR
                END-IF
            END-IF.

      * The change is logged with the supplier's whole line before
      * and after, bank account included, since that is where
      * APINVOICE sends the money.
       GRAVA-FORNECEDOR.
            DISPLAY "DIGITE O CODIGO DO FORNECEDOR:"
            ACCEPT WS-CODIGO-ENTRADA
            DISPLAY "DIGITE O NOME:"
            ACCEPT WS-NOME-ENTRADA
            PERFORM LE-CONDICOES-COMERCIAIS
            MOVE 'N' TO WS-FOR-ACHOU
            PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                    UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                IF WS-FOR-CODIGO(WS-FOR-SUB) =
                        WS-CODIGO-ENTRADA
                    MOVE 'S' TO WS-FOR-ACHOU
                    PERFORM MONTA-REGISTRO-FORNECEDOR
                    MOVE SUPPLIER-MASTER-RECORD TO WS-CHG-ANTES
                    MOVE "A" TO WS-CHG-OPERACAO
                    MOVE WS-NOME-ENTRADA TO
                        WS-FOR-NOME(WS-FOR-SUB)
                    PERFORM GUARDA-CONDICOES
                    PERFORM MONTA-REGISTRO-FORNECEDOR
                    MOVE SUPPLIER-MASTER-RECORD TO WS-CHG-DEPOIS
                END-IF
            END-PERFORM
            IF WS-FOR-ACHOU = 'N'
                IF WS-FOR-TOTAL < 50
                    ADD 1 TO WS-FOR-TOTAL
                    MOVE WS-CODIGO-ENTRADA TO
                        WS-FOR-CODIGO(WS-FOR-TOTAL)
                    MOVE WS-NOME-ENTRADA TO
                        WS-FOR-NOME(WS-FOR-TOTAL)
                    MOVE WS-FOR-TOTAL TO WS-FOR-SUB
                    PERFORM GUARDA-CONDICOES
                    MOVE 'S' TO WS-FOR-ACHOU
                    MOVE SPACES TO WS-CHG-ANTES
                    MOVE "I" TO WS-CHG-OPERACAO
                    PERFORM MONTA-REGISTRO-FORNECEDOR
                    MOVE SUPPLIER-MASTER-RECORD TO WS-CHG-DEPOIS
                ELSE
                    DISPLAY "MASTER DE FORNECEDORES CHEIO"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            IF WS-FOR-ACHOU = 'S'
                PERFORM REGRAVA-FORNECEDORES
                MOVE WS-CODIGO-ENTRADA TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
                DISPLAY "FORNECEDOR GRAVADO"
            END-IF.

       REGRAVA-FORNECEDORES.
            OPEN OUTPUT SUPPLIER-MASTER-FILE.
            PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                    UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                PERFORM MONTA-REGISTRO-FORNECEDOR
                WRITE SUPPLIER-MASTER-RECORD
            END-PERFORM.
            CLOSE SUPPLIER-MASTER-FILE.

       MONTA-REGISTRO-FORNECEDOR.
            MOVE SPACES TO SUPPLIER-MASTER-RECORD.
            MOVE WS-FOR-CODIGO(WS-FOR-SUB) TO SP-CODIGO.
            MOVE WS-FOR-NOME(WS-FOR-SUB) TO SP-NOME.
            MOVE WS-FOR-PRECO(WS-FOR-SUB) TO SP-PRECO-UNIT.
            MOVE WS-FOR-PRAZO(WS-FOR-SUB) TO SP-PRAZO-DIAS.
            MOVE WS-FOR-BANCO(WS-FOR-SUB) TO SP-BANCO.
            MOVE WS-FOR-AGENCIA(WS-FOR-SUB) TO SP-AGENCIA.
            MOVE WS-FOR-CONTA(WS-FOR-SUB) TO SP-CONTA.

      * Suppliers keyed before the terms were carried on the master
      * load with no price, no bank and the standard 30 days.
       CARREGA-CONDICOES.
            MOVE 0 TO WS-FOR-PRECO(WS-FOR-TOTAL).
            MOVE 30 TO WS-FOR-PRAZO(WS-FOR-TOTAL).
            MOVE 0 TO WS-FOR-BANCO(WS-FOR-TOTAL).
            MOVE 0 TO WS-FOR-AGENCIA(WS-FOR-TOTAL).
            MOVE 0 TO WS-FOR-CONTA(WS-FOR-TOTAL).
            IF SP-PRECO-UNIT IS NUMERIC
                MOVE SP-PRECO-UNIT TO WS-FOR-PRECO(WS-FOR-TOTAL)
            END-IF
            IF SP-PRAZO-DIAS IS NUMERIC
                MOVE SP-PRAZO-DIAS TO WS-FOR-PRAZO(WS-FOR-TOTAL)
            END-IF
            IF SP-BANCO IS NUMERIC AND SP-AGENCIA IS NUMERIC
                    AND SP-CONTA IS NUMERIC
                MOVE SP-BANCO TO WS-FOR-BANCO(WS-FOR-TOTAL)
                MOVE SP-AGENCIA TO WS-FOR-AGENCIA(WS-FOR-TOTAL)
                MOVE SP-CONTA TO WS-FOR-CONTA(WS-FOR-TOTAL)
            END-IF.

       LE-CONDICOES-COMERCIAIS.
            DISPLAY "PRECO UNITARIO ACORDADO:"
            MOVE 0 TO WS-PRECO-ENTRADA
            ACCEPT WS-PRECO-ENTRADA
            DISPLAY "PRAZO DE PAGAMENTO EM DIAS (ENTER = 30):"
            MOVE 0 TO WS-PRAZO-ENTRADA
            ACCEPT WS-PRAZO-ENTRADA
            IF WS-PRAZO-ENTRADA = 0
                MOVE 30 TO WS-PRAZO-ENTRADA
            END-IF
            DISPLAY "BANCO (3 DIGITOS):"
            MOVE 0 TO WS-BANCO-ENTRADA
            ACCEPT WS-BANCO-ENTRADA
            DISPLAY "AGENCIA (4 DIGITOS):"
            MOVE 0 TO WS-AGENCIA-ENTRADA
            ACCEPT WS-AGENCIA-ENTRADA
            DISPLAY "CONTA BANCARIA (8 DIGITOS):"
            MOVE 0 TO WS-CONTA-ENTRADA
            ACCEPT WS-CONTA-ENTRADA.

       GUARDA-CONDICOES.
            MOVE WS-PRECO-ENTRADA TO WS-FOR-PRECO(WS-FOR-SUB).
            MOVE WS-PRAZO-ENTRADA TO WS-FOR-PRAZO(WS-FOR-SUB).
            MOVE WS-BANCO-ENTRADA TO WS-FOR-BANCO(WS-FOR-SUB).
            MOVE WS-AGENCIA-ENTRADA TO WS-FOR-AGENCIA(WS-FOR-SUB).
            MOVE WS-CONTA-ENTRADA TO WS-FOR-CONTA(WS-FOR-SUB).

       RELATORIO-DESEMPENHO.
            DISPLAY "DIGITE O INICIO DO TRIMESTRE (AAAAMMDD):"
            ACCEPT WS-TRIMESTRE-INI
            MOVE WS-LINHA TO PERFORMANCE-REPORT-RECORD.
            WRITE PERFORMANCE-REPORT-RECORD.

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM SUPPLIERS.
