           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDNOTES.
           SELECT CREDIT-PRINT-FILE ASSIGN TO "CREDPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDPRINT.
           SELECT CREDIT-LIMIT-FILE ASSIGN TO "CREDLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDLIM.
           SELECT HELD-ORDER-FILE ASSIGN TO "HELDORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HELDORD.
           SELECT CREDIT-HOLD-REPORT-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAFE-RECEIVABLE-FILE ASSIGN TO "CAFERECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAFERECV.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
           SELECT FISCAL-AUTH-FILE ASSIGN TO "NFESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFESTAT.
           SELECT FG-LEDGER-FILE ASSIGN TO "FGLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGLEDGER.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

      * One FD, three record shapes: every INVOICES line leads with
      * its type - H header, D item line, T trailer with the totals
      * accounting books from. ID-IMPOSTO-UNIT is the tax inside
      * ID-PRECO-UNIT, kept so a credit note reverses the tax at the
      * rate the line was billed at; lines written before it was
      * added read back non-numeric.
       FD  INVOICES-FILE.
       01  INVOICE-HEADER-REC.
           05 IH-TIPO               PIC X(1).
           05 ID-PRECO-UNIT         PIC 9(5)V99.
           05 ID-DELIM-5            PIC X(1).
           05 ID-TOTAL-LINHA        PIC 9(7)V99.
           05 ID-DELIM-6            PIC X(1).
           05 ID-IMPOSTO-UNIT       PIC 9(5)V99.
       01  INVOICE-TRAILER-REC.
           05 IT-TIPO               PIC X(1).
           05 IT-DELIM-1            PIC X(1).
       FD  INVOICE-PRINT-FILE.
       01  INVOICE-PRINT-RECORD     PIC X(80).

       FD  CREDIT-NOTE-FILE.
           COPY "crednote.cpy".

       FD  CREDIT-PRINT-FILE.
       01  CREDIT-PRINT-RECORD      PIC X(80).

       FD  CREDIT-LIMIT-FILE.
           COPY "credlim.cpy".

       FD  HELD-ORDER-FILE.
           COPY "heldord.cpy".

       FD  CREDIT-HOLD-REPORT-FILE.
       01  CREDIT-HOLD-RECORD       PIC X(80).

      * Each customer note opens a receivable on the ledger CAFEBILL
      * keeps for its cafe notes, where payments are keyed.
       FD  CAFE-RECEIVABLE-FILE.
           COPY "caferecv.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

      * Authorization status of each invoice, kept by NFEXPORT -
      * INVPRINT only prints an invoice the authority authorized.
       FD  FISCAL-AUTH-FILE.
           COPY "nfestat.cpy".

      * Finished-goods stock ledger kept by FGSTOCK: every invoice
      * line is issued off it and every returned item goes back.
       FD  FG-LEDGER-FILE.
           COPY "fgledg.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

                   10 WS-PRC-NOME       PIC X(10).
                   10 WS-PRC-IMPOSTO    PIC 9(5)V99.
                   10 WS-PRC-PRECO      PIC 9(5)V99.
                   10 WS-PRC-ESTOQUE    PIC S9(7).
           77 WS-PRC-TOTAL PIC 9(2) VALUE 0.
           77 WS-PRC-SUB PIC 9(2).
           01 WS-TABELA-PEDIDOS.
                   10 WS-PED-PM-ID      PIC X(10).
                   10 WS-PED-QTD        PIC 9(4).
                   10 WS-PED-FEITO      PIC X(1).
                   10 WS-PED-LIBERADO   PIC X(1).
                   10 WS-PED-RETIDO     PIC 9(3).
           77 WS-PED-TOTAL PIC 9(3) VALUE 0.
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENTRADA OCCURS 50 TIMES
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-CREDNOTES PIC X(2).
           77 WS-FS-CREDPRINT PIC X(2).
           01 WS-TABELA-ITENS-NOTA.
               05 WS-ITN-ENTRADA OCCURS 30 TIMES
                       INDEXED BY WS-ITN-IX.
                   10 WS-ITN-PM-ID        PIC X(10).
                   10 WS-ITN-QTD          PIC 9(4).
                   10 WS-ITN-PRECO        PIC 9(5)V99.
                   10 WS-ITN-VALOR        PIC 9(7)V99.
                   10 WS-ITN-TEM-IMPOSTO  PIC X(1).
                   10 WS-ITN-IMPOSTO-UNIT PIC 9(5)V99.
                   10 WS-ITN-QTD-CRED     PIC 9(4).
                   10 WS-ITN-VALOR-CRED   PIC 9(7)V99.
                   10 WS-ITN-QTD-NOVA     PIC 9(4).
                   10 WS-ITN-CREDITO-UNIT PIC 9(5)V99.
                   10 WS-ITN-CRED-LINHA   PIC 9(7)V99.
                   10 WS-ITN-IMPOSTO-LINHA PIC 9(7)V99.
           77 WS-ITN-TOTAL PIC 9(2) VALUE 0.
           77 WS-ITN-SUB PIC 9(2).
           77 WS-ITN-ACHOU PIC X(1).
           77 WS-NC-ORIGEM PIC 9(6).
           77 WS-NC-ACHOU PIC X(1).
           77 WS-NC-NA-NOTA PIC X(1).
           77 WS-NC-ESTOUROU PIC X(1).
           77 WS-NC-MOTIVO PIC X(1).
           77 WS-NC-MOTIVO-LIDO PIC X(1).
           77 WS-NC-DATA-ORIGEM PIC 9(8).
           77 WS-NC-IMPOSTO-ORIGEM PIC 9(7)V99.
           77 WS-NC-GERAL-ORIGEM PIC 9(7)V99.
           77 WS-NC-PRECO-CORRETO PIC 9(5)V99.
           77 WS-NC-NOME-PRODUTO PIC X(10).
           77 WS-FS-NFESTAT PIC X(2).
           01 WS-TABELA-AUTORIZACOES.
               05 WS-AUT-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-AUT-IX.
                   10 WS-AUT-NUMERO     PIC 9(6).
                   10 WS-AUT-SITUACAO   PIC X(1).
                   10 WS-AUT-RETORNO    PIC 9(8).
                   10 WS-AUT-CHAVE      PIC X(44).
                   10 WS-AUT-PROTOCOLO  PIC X(15).
           77 WS-AUT-TOTAL PIC 9(3) VALUE 0.
           77 WS-AUT-SUB PIC 9(3).
           77 WS-AUT-ACHOU PIC X(1).
           77 WS-AUT-ESTOUROU PIC X(1).
           77 WS-GRAVA-INVPRINT PIC X(1) VALUE 'N'.
           77 WS-IMPRIMINDO PIC X(1) VALUE 'N'.
           77 WS-QTD-IMPRESSAS PIC 9(4) VALUE 0.
           77 WS-QTD-BLOQUEADAS PIC 9(4) VALUE 0.
           77 WS-FS-CREDLIM PIC X(2).
           77 WS-FS-HELDORD PIC X(2).
           77 WS-FS-CAFERECV PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           COPY "holwk.cpy".
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-VENCIMENTO PIC 9(8).
      * Credit terms per customer off CREDLIM.
           01 WS-TABELA-CREDITO.
               05 WS-LC-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-LC-IX.
                   10 WS-LC-CONTA       PIC 9(6).
                   10 WS-LC-LIMITE      PIC 9(7)V99.
                   10 WS-LC-SITUACAO    PIC X(1).
                   10 WS-LC-REVISAO     PIC 9(8).
                   10 WS-LC-OPERADOR    PIC X(10).
           77 WS-LC-TOTAL PIC 9(2) VALUE 0.
           77 WS-LC-SUB PIC 9(2).
           77 WS-LC-ACHOU PIC X(1).
           77 WS-LC-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-LC-LIMITE-ENTRADA PIC 9(7)V99.
           77 WS-LC-SITUACAO-ENTRADA PIC X(1).
      * The HELDORDERS file in memory, rewritten at the end.
           01 WS-TABELA-RETIDOS.
               05 WS-RET-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-RET-IX.
                   10 WS-RET-SEQ        PIC 9(6).
                   10 WS-RET-CLIENTE    PIC 9(6).
                   10 WS-RET-PM-ID      PIC X(10).
                   10 WS-RET-QTD        PIC 9(4).
                   10 WS-RET-VALOR      PIC 9(7)V99.
                   10 WS-RET-DATA       PIC 9(8).
                   10 WS-RET-MOTIVO     PIC X(4).
                   10 WS-RET-SITUACAO   PIC X(1).
                   10 WS-RET-APROVADOR  PIC X(10).
                   10 WS-RET-LIBERACAO  PIC 9(8).
                   10 WS-RET-NOTA       PIC 9(6).
           77 WS-RET-TOTAL PIC 9(3) VALUE 0.
           77 WS-RET-SUB PIC 9(3).
           77 WS-RET-ACHOU PIC X(1).
           77 WS-RET-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-RET-ULTIMO-SEQ PIC 9(6) VALUE 0.
           77 WS-RET-CORTE PIC 9(8).
           77 WS-RET-SEQ-ENTRADA PIC 9(6).
           77 WS-RET-ACAO PIC X(1).
      * Open receivables per customer: CAFERECV balances net of the
      * credit notes against them, and the oldest day past due.
           01 WS-TABELA-EXPOSICAO.
               05 WS-EXP-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-EXP-IX.
                   10 WS-EXP-CONTA      PIC 9(6).
                   10 WS-EXP-ABERTO     PIC 9(8)V99.
                   10 WS-EXP-ATRASO     PIC S9(9).
           77 WS-EXP-TOTAL PIC 9(2) VALUE 0.
           77 WS-EXP-SUB PIC 9(2).
           77 WS-EXP-ACHOU PIC X(1).
           77 WS-EXP-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-EXP-CONTA-BUSCA PIC 9(6).
           01 WS-TABELA-CREDITOS-NOTA.
               05 WS-NCA-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-NCA-IX.
                   10 WS-NCA-ORIGEM     PIC 9(6).
                   10 WS-NCA-VALOR      PIC 9(7)V99.
           77 WS-NCA-TOTAL PIC 9(3) VALUE 0.
           77 WS-NCA-SUB PIC 9(3).
           77 WS-NCA-ORIGEM-ATUAL PIC 9(6).
           77 WS-NCA-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CR-SALDO PIC 9(7)V99.
           77 WS-CR-ABATIDO PIC 9(7)V99.
           77 WS-CR-LINHA PIC 9(7)V99.
           77 WS-CR-VALOR-NOVO PIC 9(8)V99.
           77 WS-CR-VALOR-LIBERADO PIC 9(8)V99.
           77 WS-CR-EXPOSICAO PIC 9(8)V99.
           77 WS-CR-MOTIVO PIC X(4).
           77 WS-CR-PENDENTES PIC 9(3).
           77 WS-QTD-RETIDOS PIC 9(4) VALUE 0.
           77 WS-QTD-RETIDOS-ABERTOS PIC 9(4) VALUE 0.
           77 WS-FS-FGLEDGER PIC X(2).
           77 WS-EST-CONTROLADO PIC X(1).
           77 WS-QTD-SEM-ESTOQUE PIC 9(4) VALUE 0.
           77 WS-ED-ESTOQUE PIC -(6)9.
           77 WS-TOT-RETIDOS PIC 9(8)V99 VALUE 0.
           77 WS-ED-VALOR PIC ZZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "EXERCICIO8".

       PROCEDURE DIVISION.
            END-IF
            PERFORM INICIALIZA-IMPOSTOS
            PERFORM LE-PARAMETROS
            PERFORM LE-DATA-NEGOCIO
            DISPLAY "1 - PRECIFICAR UM PRODUTO"
            DISPLAY "2 - GERAR FATURAS DO PRODUCT MASTER (PRODMASTER)"
            DISPLAY "3 - GERAR NOTAS POR CLIENTE (ORDERS)"
            DISPLAY "4 - CARREGAR PRODUTOS A PARTIR DE PRODIN"
            DISPLAY "5 - EMITIR NOTA DE CREDITO (DEVOLUCAO/PRECO)"
            DISPLAY "6 - IMPRIMIR NOTAS AUTORIZADAS (INVPRINT)"
            DISPLAY "7 - LIBERAR/CANCELAR PEDIDO RETIDO POR CREDITO"
            DISPLAY "8 - MANTER LIMITE DE CREDITO DO CLIENTE (CREDLIM)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM PRECIFICA-UM-PRODUTO
             WHEN 4 PERFORM CARREGA-PRODMASTER
                     MOVE "MODO 4 - CARGA PRODIN" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM EMITE-NOTA-CREDITO
                     MOVE "MODO 5 - NOTA DE CREDITO" TO
                         WS-AUDIT-RESUMO
             WHEN 6 PERFORM IMPRIME-NOTAS-AUTORIZADAS
                     MOVE "MODO 6 - IMPRESSAO AUTORIZADAS" TO
                         WS-AUDIT-RESUMO
             WHEN 7 PERFORM LIBERA-PEDIDO-RETIDO
                     MOVE "MODO 7 - PEDIDO RETIDO" TO
                         WS-AUDIT-RESUMO
             WHEN 8 PERFORM MANTEM-LIMITE-CREDITO
                     MOVE "MODO 8 - LIMITE DE CREDITO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 8
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.
            CLOSE PRODUCT-MASTER-FILE.
            CLOSE INVOICE-FILE.

      * Orders go out on credit only while the customer is in good
      * standing: the orders held last time and since released by
      * the credit manager join the day's ORDERS, every customer's
      * new orders are checked against CREDLIM and the open
      * receivables, and those that fail wait on HELDORDERS, listed
      * on the CREDHOLD report, instead of being invoiced.
       GERA-NOTAS-CLIENTES.
            ACCEPT WS-NF-DATA FROM DATE YYYYMMDD.
            PERFORM CARREGA-TABELA-PRECOS.
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-PEDIDOS.
            PERFORM CARREGA-PEDIDOS-RETIDOS.
            PERFORM CARREGA-LIMITES-CREDITO.
            PERFORM CARREGA-EXPOSICAO.
            EVALUATE TRUE
             WHEN WS-RET-ESTOUROU = 'S'
                DISPLAY "HELDORDERS EXCEDE 200 PEDIDOS - FATURAMENTO "
      -             "SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-LC-ESTOUROU = 'S'
                DISPLAY "CREDLIM EXCEDE 50 CLIENTES - FATURAMENTO "
      -             "SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-NCA-ESTOUROU = 'S'
                DISPLAY "CREDNOTES EXCEDE 200 NOTAS DE CREDITO - "
      -             "FATURAMENTO SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-EXP-ESTOUROU = 'S'
                DISPLAY "CAFERECV COM SALDO EM MAIS DE 50 CLIENTES - "
      -             "FATURAMENTO SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM INCLUI-PEDIDOS-LIBERADOS
                IF WS-PED-TOTAL = 0
                    DISPLAY "ARQUIVO ORDERS AUSENTE OU VAZIO"
                ELSE
                    PERFORM FATURA-PEDIDOS
                END-IF
            END-EVALUATE.

       FATURA-PEDIDOS.
            PERFORM CARREGA-FERIADOS.
            PERFORM CALCULA-VENCIMENTO.
            PERFORM CARREGA-ESTOQUE.
            OPEN EXTEND INVOICES-FILE.
            IF WS-FS-INVOICES = "35"
                OPEN OUTPUT INVOICES-FILE
            END-IF
            OPEN EXTEND CAFE-RECEIVABLE-FILE.
            IF WS-FS-CAFERECV = "35"
                OPEN OUTPUT CAFE-RECEIVABLE-FILE
            END-IF
            OPEN EXTEND FG-LEDGER-FILE.
            IF WS-FS-FGLEDGER = "35"
                OPEN OUTPUT FG-LEDGER-FILE
            END-IF
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                IF WS-PED-FEITO(WS-PED-SUB) = 'N'
                    MOVE WS-PED-CLIENTE(WS-PED-SUB)
                        TO WS-NF-CLIENTE
                    PERFORM BUSCA-NOME-CLIENTE
                    IF WS-CLI-ACHOU = 'S'
                        PERFORM AVALIA-CREDITO-CLIENTE
                        IF WS-CR-PENDENTES > 0
                            PERFORM EMITE-NOTA-CLIENTE
                        END-IF
                    ELSE
                        DISPLAY "CLIENTE NAO CADASTRADO: "
      -                     WS-NF-CLIENTE
      -                     " - PEDIDOS IGNORADOS"
                        PERFORM MARCA-PEDIDOS-CLIENTE
                    END-IF
                END-IF
            END-PERFORM.
            CLOSE INVOICES-FILE.
            CLOSE CAFE-RECEIVABLE-FILE.
            CLOSE FG-LEDGER-FILE.
            PERFORM REGRAVA-PEDIDOS-RETIDOS.
            PERFORM RELATORIO-PEDIDOS-RETIDOS.
            DISPLAY "NOTAS EMITIDAS: " WS-QTD-NOTAS.
            DISPLAY "PEDIDOS RETIDOS POR CREDITO: " WS-QTD-RETIDOS.
            DISPLAY "LINHAS ACIMA DO ESTOQUE: " WS-QTD-SEM-ESTOQUE.
            DISPLAY "IMPRESSAO EM INVPRINT APOS AUTORIZACAO "
      -         "(NFEXPORT)".
            IF WS-QTD-RETIDOS > 0 OR WS-QTD-SEM-ESTOQUE > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

      * The customer's pending orders are priced first: the new ones
      * are what the check is about, the released ones were already
      * approved and go out regardless but still count against the
      * limit. A blocked customer, or one with anything more than
      * 30 days overdue, has all new orders held; otherwise the
      * limit must cover the open balance plus this invoice. Until
      * a CREDLIM file is deployed no limit applies.
       AVALIA-CREDITO-CLIENTE.
            MOVE 0 TO WS-CR-VALOR-NOVO.
            MOVE 0 TO WS-CR-VALOR-LIBERADO.
            MOVE 0 TO WS-CR-PENDENTES.
            PERFORM VARYING WS-PED-SUB2 FROM WS-PED-SUB BY 1
                    UNTIL WS-PED-SUB2 > WS-PED-TOTAL
                IF WS-PED-CLIENTE(WS-PED-SUB2) = WS-NF-CLIENTE
                        AND WS-PED-FEITO(WS-PED-SUB2) = 'N'
                    PERFORM PRECIFICA-PEDIDO
                    IF WS-PED-LIBERADO(WS-PED-SUB2) = 'S'
                        ADD WS-CR-LINHA TO WS-CR-VALOR-LIBERADO
                    ELSE
                        ADD WS-CR-LINHA TO WS-CR-VALOR-NOVO
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-NF-CLIENTE TO WS-EXP-CONTA-BUSCA.
            PERFORM LOCALIZA-EXPOSICAO.
            PERFORM LOCALIZA-LIMITE.
            COMPUTE WS-CR-EXPOSICAO = WS-CR-VALOR-NOVO
                + WS-CR-VALOR-LIBERADO.
            IF WS-EXP-ACHOU = 'S'
                ADD WS-EXP-ABERTO(WS-EXP-SUB) TO WS-CR-EXPOSICAO
            END-IF
            MOVE SPACES TO WS-CR-MOTIVO.
            EVALUATE TRUE
             WHEN WS-LC-ACHOU = 'S'
                    AND WS-LC-SITUACAO(WS-LC-SUB) = 'B'
                MOVE "BLOQ" TO WS-CR-MOTIVO
             WHEN WS-EXP-ACHOU = 'S'
                    AND WS-EXP-ATRASO(WS-EXP-SUB) > 30
                MOVE "ATRS" TO WS-CR-MOTIVO
             WHEN WS-LC-TOTAL = 0
                CONTINUE
             WHEN WS-LC-ACHOU = 'N'
                MOVE "SLIM" TO WS-CR-MOTIVO
             WHEN WS-CR-EXPOSICAO > WS-LC-LIMITE(WS-LC-SUB)
                MOVE "LIMT" TO WS-CR-MOTIVO
            END-EVALUATE.
            PERFORM VARYING WS-PED-SUB2 FROM WS-PED-SUB BY 1
                    UNTIL WS-PED-SUB2 > WS-PED-TOTAL
                IF WS-PED-CLIENTE(WS-PED-SUB2) = WS-NF-CLIENTE
                        AND WS-PED-FEITO(WS-PED-SUB2) = 'N'
                    IF WS-CR-MOTIVO NOT = SPACES
                            AND WS-PED-LIBERADO(WS-PED-SUB2) = 'N'
                        PERFORM RETEM-PEDIDO
                    ELSE
                        ADD 1 TO WS-CR-PENDENTES
                    END-IF
                END-IF
            END-PERFORM.

       PRECIFICA-PEDIDO.
            MOVE 0 TO WS-CR-LINHA.
            PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                    UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                IF WS-PRC-ID(WS-PRC-SUB) = WS-PED-PM-ID(WS-PED-SUB2)
                    COMPUTE WS-CR-LINHA = WS-PRC-PRECO(WS-PRC-SUB)
                        * WS-PED-QTD(WS-PED-SUB2)
                END-IF
            END-PERFORM.

       RETEM-PEDIDO.
            MOVE 'S' TO WS-PED-FEITO(WS-PED-SUB2).
            IF WS-RET-TOTAL < 200
                ADD 1 TO WS-RET-TOTAL
                ADD 1 TO WS-RET-ULTIMO-SEQ
                ADD 1 TO WS-QTD-RETIDOS
                PERFORM PRECIFICA-PEDIDO
                MOVE WS-RET-ULTIMO-SEQ TO WS-RET-SEQ(WS-RET-TOTAL)
                MOVE WS-NF-CLIENTE TO WS-RET-CLIENTE(WS-RET-TOTAL)
                MOVE WS-PED-PM-ID(WS-PED-SUB2) TO
                    WS-RET-PM-ID(WS-RET-TOTAL)
                MOVE WS-PED-QTD(WS-PED-SUB2) TO
                    WS-RET-QTD(WS-RET-TOTAL)
                MOVE WS-CR-LINHA TO WS-RET-VALOR(WS-RET-TOTAL)
                MOVE WS-NF-DATA TO WS-RET-DATA(WS-RET-TOTAL)
                MOVE WS-CR-MOTIVO TO WS-RET-MOTIVO(WS-RET-TOTAL)
                MOVE 'R' TO WS-RET-SITUACAO(WS-RET-TOTAL)
                MOVE SPACES TO WS-RET-APROVADOR(WS-RET-TOTAL)
                MOVE 0 TO WS-RET-LIBERACAO(WS-RET-TOTAL)
                MOVE 0 TO WS-RET-NOTA(WS-RET-TOTAL)
                DISPLAY "PEDIDO RETIDO POR CREDITO (" WS-CR-MOTIVO
                    "): CLIENTE " WS-NF-CLIENTE " PRODUTO "
                    WS-PED-PM-ID(WS-PED-SUB2)
            ELSE
                DISPLAY "HELDORDERS CHEIO - PEDIDO DO CLIENTE "
      -             WS-NF-CLIENTE " NAO FATURADO NEM RETIDO: "
      -             WS-PED-PM-ID(WS-PED-SUB2)
                MOVE 8 TO RETURN-CODE
            END-IF.

      * A released hold rides along with the day's orders, flagged so
      * the credit check lets it through and the invoice closes it.
       INCLUI-PEDIDOS-LIBERADOS.
            PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                    UNTIL WS-RET-SUB > WS-RET-TOTAL
                IF WS-RET-SITUACAO(WS-RET-SUB) = 'L'
                    IF WS-PED-TOTAL < 200
                        ADD 1 TO WS-PED-TOTAL
                        MOVE WS-RET-CLIENTE(WS-RET-SUB) TO
                            WS-PED-CLIENTE(WS-PED-TOTAL)
                        MOVE WS-RET-PM-ID(WS-RET-SUB) TO
                            WS-PED-PM-ID(WS-PED-TOTAL)
                        MOVE WS-RET-QTD(WS-RET-SUB) TO
                            WS-PED-QTD(WS-PED-TOTAL)
                        MOVE 'N' TO WS-PED-FEITO(WS-PED-TOTAL)
                        MOVE 'S' TO WS-PED-LIBERADO(WS-PED-TOTAL)
                        MOVE WS-RET-SUB TO WS-PED-RETIDO(WS-PED-TOTAL)
                    ELSE
                        DISPLAY "TABELA DE PEDIDOS CHEIA - PEDIDO "
      -                     "LIBERADO " WS-RET-SEQ(WS-RET-SUB)
      -                     " FICA PARA A PROXIMA EXECUCAO"
                    END-IF
                END-IF
            END-PERFORM.

      * Holds invoiced ('F') or cancelled ('C') in an earlier month
      * are left out, and so drop off HELDORDERS when it is rewritten;
      * their sequence numbers still count for the next hold.
       CARREGA-PEDIDOS-RETIDOS.
            MOVE 0 TO WS-RET-TOTAL.
            MOVE 0 TO WS-RET-ULTIMO-SEQ.
            MOVE 'N' TO WS-RET-ESTOUROU.
            ACCEPT WS-RET-CORTE FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-RET-CORTE
            END-IF
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT HELD-ORDER-FILE.
            IF WS-FS-HELDORD NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ HELD-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        IF HO-SEQ > WS-RET-ULTIMO-SEQ
                            MOVE HO-SEQ TO WS-RET-ULTIMO-SEQ
                        END-IF
                        IF (HO-SITUACAO = 'F' OR HO-SITUACAO = 'C')
                                AND HO-DATA-LIBERACAO(1:6)
                                    < WS-RET-CORTE(1:6)
                            CONTINUE
                        ELSE
                            IF WS-RET-TOTAL < 200
                                ADD 1 TO WS-RET-TOTAL
                                PERFORM GUARDA-PEDIDO-RETIDO
                            ELSE
                                MOVE 'S' TO WS-RET-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-HELDORD = "10"
                CLOSE HELD-ORDER-FILE
            END-IF.

       GUARDA-PEDIDO-RETIDO.
            MOVE HO-SEQ TO WS-RET-SEQ(WS-RET-TOTAL).
            MOVE HO-CLIENTE TO WS-RET-CLIENTE(WS-RET-TOTAL).
            MOVE HO-PM-ID TO WS-RET-PM-ID(WS-RET-TOTAL).
            MOVE HO-QTD TO WS-RET-QTD(WS-RET-TOTAL).
            MOVE HO-VALOR TO WS-RET-VALOR(WS-RET-TOTAL).
            MOVE HO-DATA-RETENCAO TO WS-RET-DATA(WS-RET-TOTAL).
            MOVE HO-MOTIVO TO WS-RET-MOTIVO(WS-RET-TOTAL).
            MOVE HO-SITUACAO TO WS-RET-SITUACAO(WS-RET-TOTAL).
            MOVE HO-APROVADOR TO WS-RET-APROVADOR(WS-RET-TOTAL).
            MOVE HO-DATA-LIBERACAO TO WS-RET-LIBERACAO(WS-RET-TOTAL).
            MOVE HO-NOTA TO WS-RET-NOTA(WS-RET-TOTAL).

       MONTA-REGISTRO-RETIDO.
            MOVE SPACES TO HELD-ORDER-RECORD.
            MOVE WS-RET-SEQ(WS-RET-SUB) TO HO-SEQ.
            MOVE WS-RET-CLIENTE(WS-RET-SUB) TO HO-CLIENTE.
            MOVE WS-RET-PM-ID(WS-RET-SUB) TO HO-PM-ID.
            MOVE WS-RET-QTD(WS-RET-SUB) TO HO-QTD.
            MOVE WS-RET-VALOR(WS-RET-SUB) TO HO-VALOR.
            MOVE WS-RET-DATA(WS-RET-SUB) TO HO-DATA-RETENCAO.
            MOVE WS-RET-MOTIVO(WS-RET-SUB) TO HO-MOTIVO.
            MOVE WS-RET-SITUACAO(WS-RET-SUB) TO HO-SITUACAO.
            MOVE WS-RET-APROVADOR(WS-RET-SUB) TO HO-APROVADOR.
            MOVE WS-RET-LIBERACAO(WS-RET-SUB) TO HO-DATA-LIBERACAO.
            MOVE WS-RET-NOTA(WS-RET-SUB) TO HO-NOTA.

       REGRAVA-PEDIDOS-RETIDOS.
            MOVE WS-RET-SUB TO WS-NCA-SUB.
            OPEN OUTPUT HELD-ORDER-FILE.
            PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                    UNTIL WS-RET-SUB > WS-RET-TOTAL
                PERFORM MONTA-REGISTRO-RETIDO
                WRITE HELD-ORDER-RECORD
            END-PERFORM.
            CLOSE HELD-ORDER-FILE.
            MOVE WS-NCA-SUB TO WS-RET-SUB.

      * The credit manager's daily worklist: every order still held,
      * whether held today or on an earlier run.
       RELATORIO-PEDIDOS-RETIDOS.
            MOVE 0 TO WS-QTD-RETIDOS-ABERTOS.
            MOVE 0 TO WS-TOT-RETIDOS.
            OPEN OUTPUT CREDIT-HOLD-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "PEDIDOS RETIDOS POR CREDITO EM " WS-NF-DATA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RETIDOS.
            MOVE SPACES TO WS-LINHA.
            STRING "SEQ    CLIENTE NOME                 PRODUTO    "
                "QTD       VALOR MOT  RETIDO EM"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RETIDOS.
            PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                    UNTIL WS-RET-SUB > WS-RET-TOTAL
                IF WS-RET-SITUACAO(WS-RET-SUB) = 'R'
                    PERFORM LISTA-PEDIDO-RETIDO
                END-IF
            END-PERFORM.
            MOVE WS-TOT-RETIDOS TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "PEDIDOS RETIDOS: " WS-QTD-RETIDOS-ABERTOS
                " VALOR RETIDO: " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RETIDOS.
            MOVE SPACES TO WS-LINHA.
            STRING "RETIDOS NESTA EXECUCAO: " WS-QTD-RETIDOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RETIDOS.
            CLOSE CREDIT-HOLD-REPORT-FILE.

       LISTA-PEDIDO-RETIDO.
            ADD 1 TO WS-QTD-RETIDOS-ABERTOS.
            ADD WS-RET-VALOR(WS-RET-SUB) TO WS-TOT-RETIDOS.
            MOVE WS-RET-CLIENTE(WS-RET-SUB) TO WS-NF-CLIENTE.
            PERFORM BUSCA-NOME-CLIENTE.
            MOVE WS-RET-VALOR(WS-RET-SUB) TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING WS-RET-SEQ(WS-RET-SUB)
                " " WS-RET-CLIENTE(WS-RET-SUB)
                " " WS-CLI-NOME-NOTA
                " " WS-RET-PM-ID(WS-RET-SUB)
                " " WS-RET-QTD(WS-RET-SUB)
                " " WS-ED-VALOR
                " " WS-RET-MOTIVO(WS-RET-SUB)
                " " WS-RET-DATA(WS-RET-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RETIDOS.

       GRAVA-LINHA-RETIDOS.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CREDIT-HOLD-RECORD.
            WRITE CREDIT-HOLD-RECORD.

      * What each customer owes: the unpaid part of every open
      * CAFERECV item, less the credit notes issued against it, and
      * the most days any of them is past due at the invoice date.
       CARREGA-EXPOSICAO.
            MOVE 0 TO WS-NCA-TOTAL.
            MOVE 0 TO WS-NCA-ORIGEM-ATUAL.
            MOVE 'N' TO WS-NCA-ESTOUROU.
            MOVE 'N' TO WS-EXP-ESTOUROU.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT CREDIT-NOTE-FILE.
            IF WS-FS-CREDNOTES NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ CREDIT-NOTE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        IF NH-TIPO = 'H'
                            MOVE NH-NF-ORIGEM TO WS-NCA-ORIGEM-ATUAL
                        END-IF
                        IF NT-TIPO = 'T'
                            IF WS-NCA-TOTAL < 200
                                ADD 1 TO WS-NCA-TOTAL
                                MOVE WS-NCA-ORIGEM-ATUAL TO
                                    WS-NCA-ORIGEM(WS-NCA-TOTAL)
                                MOVE NT-TOTAL-GERAL TO
                                    WS-NCA-VALOR(WS-NCA-TOTAL)
                            ELSE
                                MOVE 'S' TO WS-NCA-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CREDNOTES = "10"
                CLOSE CREDIT-NOTE-FILE
            END-IF
            MOVE 0 TO WS-EXP-TOTAL.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT CAFE-RECEIVABLE-FILE.
            IF WS-FS-CAFERECV NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ CAFE-RECEIVABLE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        IF CR-STATUS = 'A'
                                AND CR-CLIENTE(1:6) IS NUMERIC
                                AND CR-CLIENTE(7:4) = SPACES
                            PERFORM SOMA-ITEM-ABERTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CAFERECV = "10"
                CLOSE CAFE-RECEIVABLE-FILE
            END-IF.

       SOMA-ITEM-ABERTO.
            COMPUTE WS-CR-SALDO = CR-VALOR - CR-PAGO.
            MOVE 0 TO WS-CR-ABATIDO.
            PERFORM VARYING WS-NCA-SUB FROM 1 BY 1
                    UNTIL WS-NCA-SUB > WS-NCA-TOTAL
                IF WS-NCA-ORIGEM(WS-NCA-SUB) = CR-NUMERO
                    ADD WS-NCA-VALOR(WS-NCA-SUB) TO WS-CR-ABATIDO
                END-IF
            END-PERFORM.
            IF WS-CR-ABATIDO >= WS-CR-SALDO
                MOVE 0 TO WS-CR-SALDO
            ELSE
                SUBTRACT WS-CR-ABATIDO FROM WS-CR-SALDO
            END-IF
            IF WS-CR-SALDO > 0
                MOVE CR-CLIENTE(1:6) TO WS-EXP-CONTA-BUSCA
                PERFORM LOCALIZA-EXPOSICAO
                IF WS-EXP-ACHOU = 'N' AND WS-EXP-TOTAL < 50
                    ADD 1 TO WS-EXP-TOTAL
                    MOVE WS-EXP-TOTAL TO WS-EXP-SUB
                    MOVE WS-EXP-CONTA-BUSCA TO
                        WS-EXP-CONTA(WS-EXP-SUB)
                    MOVE 0 TO WS-EXP-ABERTO(WS-EXP-SUB)
                    MOVE 0 TO WS-EXP-ATRASO(WS-EXP-SUB)
                    MOVE 'S' TO WS-EXP-ACHOU
                END-IF
                IF WS-EXP-ACHOU = 'S'
                    ADD WS-CR-SALDO TO WS-EXP-ABERTO(WS-EXP-SUB)
                    MOVE 'E' TO WS-DS-FUNCAO
                    MOVE WS-NF-DATA TO WS-DS-DATA
                    MOVE CR-VENCIMENTO TO WS-DS-DATA-2
                    CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                        WS-DS-DATA-2 WS-DS-DIAS
                    IF WS-DS-DIAS > WS-EXP-ATRASO(WS-EXP-SUB)
                        MOVE WS-DS-DIAS TO WS-EXP-ATRASO(WS-EXP-SUB)
                    END-IF
                ELSE
                    MOVE 'S' TO WS-EXP-ESTOUROU
                END-IF
            END-IF.

       LOCALIZA-EXPOSICAO.
            MOVE 'N' TO WS-EXP-ACHOU.
            PERFORM VARYING WS-EXP-SUB FROM 1 BY 1
                    UNTIL WS-EXP-SUB > WS-EXP-TOTAL
                    OR WS-EXP-ACHOU = 'S'
                IF WS-EXP-CONTA(WS-EXP-SUB) = WS-EXP-CONTA-BUSCA
                    MOVE 'S' TO WS-EXP-ACHOU
                END-IF
            END-PERFORM.
            IF WS-EXP-ACHOU = 'S'
                SUBTRACT 1 FROM WS-EXP-SUB
            END-IF.

       CARREGA-LIMITES-CREDITO.
            MOVE 0 TO WS-LC-TOTAL.
            MOVE 'N' TO WS-LC-ESTOUROU.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT CREDIT-LIMIT-FILE.
            IF WS-FS-CREDLIM NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ CREDIT-LIMIT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        IF WS-LC-TOTAL < 50
                            ADD 1 TO WS-LC-TOTAL
                            MOVE LC-CONTA TO WS-LC-CONTA(WS-LC-TOTAL)
                            MOVE LC-LIMITE TO
                                WS-LC-LIMITE(WS-LC-TOTAL)
                            MOVE LC-SITUACAO TO
                                WS-LC-SITUACAO(WS-LC-TOTAL)
                            MOVE LC-DATA-REVISAO TO
                                WS-LC-REVISAO(WS-LC-TOTAL)
                            MOVE LC-OPERADOR TO
                                WS-LC-OPERADOR(WS-LC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-LC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CREDLIM = "10"
                CLOSE CREDIT-LIMIT-FILE
            END-IF.

       LOCALIZA-LIMITE.
            MOVE 'N' TO WS-LC-ACHOU.
            PERFORM VARYING WS-LC-SUB FROM 1 BY 1
                    UNTIL WS-LC-SUB > WS-LC-TOTAL
                    OR WS-LC-ACHOU = 'S'
                IF WS-LC-CONTA(WS-LC-SUB) = WS-NF-CLIENTE
                    MOVE 'S' TO WS-LC-ACHOU
                END-IF
            END-PERFORM.
            IF WS-LC-ACHOU = 'S'
                SUBTRACT 1 FROM WS-LC-SUB
            END-IF.

      * Due date: 30 days after issue, moved forward to the next
      * business day when it lands on a weekend or HOLCAL holiday,
      * as CAFEBILL dates its notes.
       CALCULA-VENCIMENTO.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-NF-DATA TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD 30 TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-HOL-DATA.
            PERFORM CLASSIFICA-DIA.
            PERFORM UNTIL WS-HOL-TIPO = 'U'
                MOVE 'J' TO WS-DS-FUNCAO
                MOVE WS-HOL-DATA TO WS-DS-DATA
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                ADD 1 TO WS-DS-DIAS
                MOVE 'D' TO WS-DS-FUNCAO
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                MOVE WS-DS-DATA TO WS-HOL-DATA
                PERFORM CLASSIFICA-DIA
            END-PERFORM.
            MOVE WS-HOL-DATA TO WS-VENCIMENTO.

      * Prices every PRODMASTER product once, with its category tax,
      * so the order lines just look the price up.
       CARREGA-TABELA-PRECOS.
                                WS-PED-PM-ID(WS-PED-TOTAL)
                            MOVE OR-QTD TO WS-PED-QTD(WS-PED-TOTAL)
                            MOVE 'N' TO WS-PED-FEITO(WS-PED-TOTAL)
                            MOVE 'N' TO WS-PED-LIBERADO(WS-PED-TOTAL)
                            MOVE 0 TO WS-PED-RETIDO(WS-PED-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            PERFORM GRAVA-LINHA-NOTA.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.
            MOVE SPACES TO CAFE-RECEIVABLE-RECORD.
            MOVE WS-NF-NUMERO TO CR-NUMERO.
            MOVE WS-NF-CLIENTE TO CR-CLIENTE(1:6).
            MOVE 0 TO CR-COMPETENCIA.
            MOVE WS-NF-DATA TO CR-EMISSAO.
            MOVE WS-VENCIMENTO TO CR-VENCIMENTO.
            MOVE WS-NF-TOTAL-GERAL TO CR-VALOR.
            MOVE 0 TO CR-PAGO.
            MOVE 'A' TO CR-STATUS.
            WRITE CAFE-RECEIVABLE-RECORD.
            MOVE "CAFERECV" TO WS-CHG-ARQUIVO.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE WS-NF-NUMERO TO WS-CHG-CHAVE.
            MOVE SPACES TO WS-CHG-ANTES.
            MOVE CAFE-RECEIVABLE-RECORD TO WS-CHG-DEPOIS.
            PERFORM GRAVA-CHANGELOG.

       EMITE-LINHA-NOTA.
            MOVE 'S' TO WS-PED-FEITO(WS-PED-SUB2).
                MOVE WS-PED-QTD(WS-PED-SUB2) TO ID-QTD
                MOVE WS-PRC-PRECO(WS-PRC-SUB) TO ID-PRECO-UNIT
                MOVE WS-NF-TOTAL-LINHA TO ID-TOTAL-LINHA
                MOVE WS-PRC-IMPOSTO(WS-PRC-SUB) TO ID-IMPOSTO-UNIT
                WRITE INVOICE-DETAIL-REC
                PERFORM BAIXA-ESTOQUE-LINHA
                IF WS-PED-LIBERADO(WS-PED-SUB2) = 'S'
                    MOVE WS-PED-RETIDO(WS-PED-SUB2) TO WS-RET-SUB
                    MOVE 'F' TO WS-RET-SITUACAO(WS-RET-SUB)
                    MOVE WS-NF-NUMERO TO WS-RET-NOTA(WS-RET-SUB)
                END-IF
                MOVE SPACES TO WS-LINHA
                STRING WS-PED-PM-ID(WS-PED-SUB2)
                    " " WS-PRC-NOME(WS-PRC-SUB)
                PERFORM GRAVA-LINHA-NOTA
            END-IF.

      * Each invoice line is issued off the finished-goods ledger.
      * A line beyond what is left on the shelf still goes out -
      * the goods may be on their way from production - but is
      * flagged so the count gets looked at.
       BAIXA-ESTOQUE-LINHA.
            IF WS-EST-CONTROLADO = 'S'
                    AND WS-PED-QTD(WS-PED-SUB2) >
                        WS-PRC-ESTOQUE(WS-PRC-SUB)
                MOVE WS-PRC-ESTOQUE(WS-PRC-SUB) TO WS-ED-ESTOQUE
                DISPLAY "AVISO: NOTA " WS-NF-NUMERO " PRODUTO "
      -             WS-PED-PM-ID(WS-PED-SUB2) " QTD "
      -             WS-PED-QTD(WS-PED-SUB2) " ACIMA DO ESTOQUE "
      -             WS-ED-ESTOQUE
                ADD 1 TO WS-QTD-SEM-ESTOQUE
            END-IF
            SUBTRACT WS-PED-QTD(WS-PED-SUB2) FROM
                WS-PRC-ESTOQUE(WS-PRC-SUB).
            MOVE SPACES TO FINISHED-GOODS-LEDGER-RECORD.
            MOVE WS-PED-PM-ID(WS-PED-SUB2) TO FG-PM-ID.
            MOVE WS-NF-DATA TO FG-DATA.
            MOVE 'S' TO FG-TIPO.
            MOVE '-' TO FG-SINAL.
            MOVE WS-PED-QTD(WS-PED-SUB2) TO FG-QTD.
            MOVE WS-NF-NUMERO TO FG-DOCUMENTO.
            MOVE "FATU" TO FG-MOTIVO.
            PERFORM GRAVA-MOVIMENTO-ESTOQUE.

       GRAVA-MOVIMENTO-ESTOQUE.
            MOVE WS-OPERADOR-ID TO FG-OPERADOR.
            MOVE SPACE TO FG-DELIM-1.
            MOVE SPACE TO FG-DELIM-2.
            MOVE SPACE TO FG-DELIM-3.
            MOVE SPACE TO FG-DELIM-4.
            MOVE SPACE TO FG-DELIM-5.
            MOVE SPACE TO FG-DELIM-6.
            MOVE SPACE TO FG-DELIM-7.
            WRITE FINISHED-GOODS-LEDGER-RECORD.

      * Shelf balance per priced product, summed off FGLEDGER.
      * Until FGSTOCK has a ledger deployed nothing is checked.
       CARREGA-ESTOQUE.
            MOVE 'N' TO WS-EST-CONTROLADO.
            PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                    UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                MOVE 0 TO WS-PRC-ESTOQUE(WS-PRC-SUB)
            END-PERFORM.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT FG-LEDGER-FILE.
            IF WS-FS-FGLEDGER = "00"
                MOVE 'S' TO WS-EST-CONTROLADO
            ELSE
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ FG-LEDGER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        PERFORM SOMA-MOVIMENTO-ESTOQUE
                END-READ
            END-PERFORM.
            IF WS-FS-FGLEDGER = "10"
                CLOSE FG-LEDGER-FILE
            END-IF.

       SOMA-MOVIMENTO-ESTOQUE.
            PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                    UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                IF WS-PRC-ID(WS-PRC-SUB) = FG-PM-ID
                    IF FG-SINAL = '-'
                        SUBTRACT FG-QTD FROM
                            WS-PRC-ESTOQUE(WS-PRC-SUB)
                    ELSE
                        ADD FG-QTD TO WS-PRC-ESTOQUE(WS-PRC-SUB)
                    END-IF
                END-IF
            END-PERFORM.

      * The invoices are shown as they are issued, but go to
      * INVPRINT only from mode 6, once authorized.
       GRAVA-LINHA-NOTA.
            DISPLAY WS-LINHA.
            IF WS-GRAVA-INVPRINT = 'S'
                MOVE WS-LINHA TO INVOICE-PRINT-RECORD
                WRITE INVOICE-PRINT-RECORD
            END-IF.

      * No invoice leaves on paper before the tax authority has
      * authorized it: INVOICES is read invoice by invoice against
      * NFESTAT, and every invoice authorized on the business date
      * is printed with its access key and protocol. Every other
      * one still open on NFESTAT - not yet sent, awaiting an
      * answer or rejected - and one issued on the date that
      * NFESTAT does not know yet is held back and listed. Older
      * invoices, printed on the day they were authorized, are
      * passed over.
       IMPRIME-NOTAS-AUTORIZADAS.
            MOVE WS-DATA-NEGOCIO TO WS-NF-DATA.
            IF WS-NF-DATA = 0
                ACCEPT WS-NF-DATA FROM DATE YYYYMMDD
            END-IF
            PERFORM CARREGA-TABELA-PRECOS.
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-AUTORIZACOES.
            IF WS-AUT-ESTOUROU = 'S'
                DISPLAY "NFESTAT EXCEDE 500 NOTAS - IMPRESSAO NAO "
      -             "REALIZADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'N' TO WS-EOF-PRODMASTER
                MOVE 'N' TO WS-IMPRIMINDO
                OPEN INPUT INVOICES-FILE
                IF WS-FS-INVOICES NOT = "00"
                    DISPLAY "INVOICES NAO ENCONTRADO"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE 'S' TO WS-GRAVA-INVPRINT
                    OPEN OUTPUT INVOICE-PRINT-FILE
                    PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                        READ INVOICES-FILE
                            AT END
                                MOVE 'Y' TO WS-EOF-PRODMASTER
                            NOT AT END
                                PERFORM IMPRIME-LINHA-INVOICES
                        END-READ
                    END-PERFORM
                    CLOSE INVOICES-FILE
                    CLOSE INVOICE-PRINT-FILE
                    MOVE 'N' TO WS-GRAVA-INVPRINT
                    DISPLAY "NOTAS IMPRESSAS: " WS-QTD-IMPRESSAS
                    IF WS-QTD-BLOQUEADAS > 0
                        DISPLAY "NOTAS SEM AUTORIZACAO NAO IMPRESSAS: "
      -                     WS-QTD-BLOQUEADAS
                        MOVE 4 TO RETURN-CODE
                    END-IF
                END-IF
            END-IF.

       IMPRIME-LINHA-INVOICES.
            EVALUATE IH-TIPO
             WHEN 'H'
                PERFORM IMPRIME-CABECALHO-NOTA
             WHEN 'D'
                IF WS-IMPRIMINDO = 'S'
                    PERFORM IMPRIME-ITEM-NOTA
                END-IF
             WHEN 'T'
                IF WS-IMPRIMINDO = 'S'
                    PERFORM IMPRIME-TOTAIS-NOTA
                END-IF
                MOVE 'N' TO WS-IMPRIMINDO
            END-EVALUATE.

       IMPRIME-CABECALHO-NOTA.
            MOVE 'N' TO WS-IMPRIMINDO.
            MOVE 'N' TO WS-AUT-ACHOU.
            PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
                    UNTIL WS-AUT-SUB > WS-AUT-TOTAL
                    OR WS-AUT-ACHOU = 'S'
                IF WS-AUT-NUMERO(WS-AUT-SUB) = IH-NUMERO
                    MOVE 'S' TO WS-AUT-ACHOU
                END-IF
            END-PERFORM.
            IF WS-AUT-ACHOU = 'S'
                SUBTRACT 1 FROM WS-AUT-SUB
            END-IF
            EVALUATE TRUE
             WHEN WS-AUT-ACHOU = 'N' AND IH-DATA NOT = WS-NF-DATA
                CONTINUE
             WHEN WS-AUT-ACHOU = 'N'
                    OR WS-AUT-SITUACAO(WS-AUT-SUB) NOT = 'A'
                DISPLAY "NOTA " IH-NUMERO
                    " SEM AUTORIZACAO - IMPRESSAO BLOQUEADA"
                ADD 1 TO WS-QTD-BLOQUEADAS
             WHEN WS-AUT-RETORNO(WS-AUT-SUB) NOT = WS-NF-DATA
                CONTINUE
             WHEN OTHER
                MOVE 'S' TO WS-IMPRIMINDO
                ADD 1 TO WS-QTD-IMPRESSAS
                MOVE IH-CLIENTE TO WS-NF-CLIENTE
                PERFORM BUSCA-NOME-CLIENTE
                MOVE SPACES TO WS-LINHA
                STRING "NOTA FISCAL " IH-NUMERO
                    " CLIENTE " IH-CLIENTE
                    " " WS-CLI-NOME-NOTA
                    " DATA " IH-DATA
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-NOTA
                MOVE SPACES TO WS-LINHA
                STRING "CHAVE DE ACESSO " WS-AUT-CHAVE(WS-AUT-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-NOTA
                MOVE SPACES TO WS-LINHA
                STRING "PROTOCOLO " WS-AUT-PROTOCOLO(WS-AUT-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-NOTA
            END-EVALUATE.

       IMPRIME-ITEM-NOTA.
            MOVE ID-PM-ID TO WS-PRODUTO-ID.
            PERFORM BUSCA-NOME-PRODUTO.
            MOVE SPACES TO WS-LINHA.
            STRING ID-PM-ID
                " " WS-NC-NOME-PRODUTO
                " QTD " ID-QTD
                " UNIT " ID-PRECO-UNIT
                " TOTAL " ID-TOTAL-LINHA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.

       IMPRIME-TOTAIS-NOTA.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL IMPOSTO " IT-TOTAL-IMPOSTO
                " TOTAL GERAL " IT-TOTAL-GERAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.

       CARREGA-AUTORIZACOES.
            MOVE 0 TO WS-AUT-TOTAL.
            MOVE 'N' TO WS-AUT-ESTOUROU.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT FISCAL-AUTH-FILE.
            IF WS-FS-NFESTAT NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ FISCAL-AUTH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        IF WS-AUT-TOTAL < 500
                            ADD 1 TO WS-AUT-TOTAL
                            MOVE NS-NUMERO TO
                                WS-AUT-NUMERO(WS-AUT-TOTAL)
                            MOVE NS-SITUACAO TO
                                WS-AUT-SITUACAO(WS-AUT-TOTAL)
                            MOVE NS-DATA-RETORNO TO
                                WS-AUT-RETORNO(WS-AUT-TOTAL)
                            MOVE NS-CHAVE-ACESSO TO
                                WS-AUT-CHAVE(WS-AUT-TOTAL)
                            MOVE NS-PROTOCOLO TO
                                WS-AUT-PROTOCOLO(WS-AUT-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-AUT-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-NFESTAT = "10"
                CLOSE FISCAL-AUTH-FILE
            END-IF.

      * A credit note is the only way an invoice already on INVOICES
      * gets corrected: it names the original IH-NUMERO, credits
      * either goods returned ('D', at the price billed) or an
      * overcharge ('P', the difference to the correct unit price)
      * item by item, and reverses the tax at the rate the line was
      * billed at. What earlier credit notes on CREDNOTES already
      * gave back is carried forward, so an item is never credited
      * beyond the quantity or the amount it was invoiced for. The
      * number comes off IDISSUE serie 'E' and the note is printed
      * on CREDPRINT in the invoice print format; it is dated with
      * the business date so GLPOST and TAXREMIT pick it up there.
       EMITE-NOTA-CREDITO.
            MOVE WS-DATA-NEGOCIO TO WS-NF-DATA.
            IF WS-NF-DATA = 0
                ACCEPT WS-NF-DATA FROM DATE YYYYMMDD
            END-IF
            MOVE 0 TO WS-NF-TOTAL-IMPOSTO.
            MOVE 0 TO WS-NF-TOTAL-GERAL.
            DISPLAY "NUMERO DA NOTA FISCAL ORIGINAL:".
            ACCEPT WS-NC-ORIGEM.
            PERFORM CARREGA-NOTA-ORIGINAL.
            IF WS-NC-ACHOU = 'N'
                DISPLAY "NOTA FISCAL NAO ENCONTRADA EM INVOICES: "
      -             WS-NC-ORIGEM
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-NC-ESTOUROU = 'S'
                    DISPLAY "NOTA COM MAIS DE 30 PRODUTOS - CREDITO "
      -                 "NAO PERMITIDO"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM CARREGA-CREDITOS-ANTERIORES
                    DISPLAY "MOTIVO: D - DEVOLUCAO  P - CORRECAO DE "
      -                 "PRECO"
                    ACCEPT WS-NC-MOTIVO
                    IF WS-NC-MOTIVO NOT = 'D'
                            AND WS-NC-MOTIVO NOT = 'P'
                        DISPLAY "MOTIVO INVALIDO"
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM CARREGA-TABELA-PRECOS
                        PERFORM VARYING WS-ITN-SUB FROM 1 BY 1
                                UNTIL WS-ITN-SUB > WS-ITN-TOTAL
                            PERFORM LE-ITEM-CREDITO
                        END-PERFORM
                        IF WS-NF-TOTAL-GERAL = 0
                            DISPLAY "NENHUM ITEM CREDITADO - NOTA "
      -                         "DE CREDITO NAO EMITIDA"
                        ELSE
                            PERFORM GRAVA-NOTA-CREDITO
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * Picks the original invoice's header, items and trailer off
      * INVOICES. Two lines of the same product are one item here.
       CARREGA-NOTA-ORIGINAL.
            MOVE 'N' TO WS-NC-ACHOU.
            MOVE 'N' TO WS-NC-NA-NOTA.
            MOVE 'N' TO WS-NC-ESTOUROU.
            MOVE 0 TO WS-ITN-TOTAL.
            MOVE 0 TO WS-NC-IMPOSTO-ORIGEM.
            MOVE 0 TO WS-NC-GERAL-ORIGEM.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT INVOICES-FILE.
            IF WS-FS-INVOICES NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ INVOICES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        PERFORM GUARDA-LINHA-ORIGINAL
                END-READ
            END-PERFORM.
            IF WS-FS-INVOICES = "10"
                CLOSE INVOICES-FILE
            END-IF.

       GUARDA-LINHA-ORIGINAL.
            EVALUATE IH-TIPO
             WHEN 'H'
                IF IH-NUMERO = WS-NC-ORIGEM
                    MOVE 'S' TO WS-NC-ACHOU
                    MOVE 'S' TO WS-NC-NA-NOTA
                    MOVE IH-CLIENTE TO WS-NF-CLIENTE
                    MOVE IH-DATA TO WS-NC-DATA-ORIGEM
                ELSE
                    MOVE 'N' TO WS-NC-NA-NOTA
                END-IF
             WHEN 'D'
                IF WS-NC-NA-NOTA = 'S'
                    PERFORM GUARDA-ITEM-ORIGINAL
                END-IF
             WHEN 'T'
                IF WS-NC-NA-NOTA = 'S'
                    MOVE IT-TOTAL-IMPOSTO TO WS-NC-IMPOSTO-ORIGEM
                    MOVE IT-TOTAL-GERAL TO WS-NC-GERAL-ORIGEM
                    MOVE 'N' TO WS-NC-NA-NOTA
                END-IF
            END-EVALUATE.

       GUARDA-ITEM-ORIGINAL.
            MOVE ID-PM-ID TO WS-PRODUTO-ID.
            PERFORM BUSCA-ITEM-NOTA.
            IF WS-ITN-ACHOU = 'S'
                ADD ID-QTD TO WS-ITN-QTD(WS-ITN-SUB)
                ADD ID-TOTAL-LINHA TO WS-ITN-VALOR(WS-ITN-SUB)
            ELSE
                IF WS-ITN-TOTAL < 30
                    ADD 1 TO WS-ITN-TOTAL
                    MOVE WS-ITN-TOTAL TO WS-ITN-SUB
                    MOVE ID-PM-ID TO WS-ITN-PM-ID(WS-ITN-SUB)
                    MOVE ID-QTD TO WS-ITN-QTD(WS-ITN-SUB)
                    MOVE ID-PRECO-UNIT TO WS-ITN-PRECO(WS-ITN-SUB)
                    MOVE ID-TOTAL-LINHA TO WS-ITN-VALOR(WS-ITN-SUB)
                    IF ID-IMPOSTO-UNIT IS NUMERIC
                        MOVE 'S' TO WS-ITN-TEM-IMPOSTO(WS-ITN-SUB)
                        MOVE ID-IMPOSTO-UNIT TO
                            WS-ITN-IMPOSTO-UNIT(WS-ITN-SUB)
                    ELSE
                        MOVE 'N' TO WS-ITN-TEM-IMPOSTO(WS-ITN-SUB)
                        MOVE 0 TO WS-ITN-IMPOSTO-UNIT(WS-ITN-SUB)
                    END-IF
                    MOVE 0 TO WS-ITN-QTD-CRED(WS-ITN-SUB)
                    MOVE 0 TO WS-ITN-VALOR-CRED(WS-ITN-SUB)
                    MOVE 0 TO WS-ITN-QTD-NOVA(WS-ITN-SUB)
                    MOVE 0 TO WS-ITN-CREDITO-UNIT(WS-ITN-SUB)
                    MOVE 0 TO WS-ITN-CRED-LINHA(WS-ITN-SUB)
                    MOVE 0 TO WS-ITN-IMPOSTO-LINHA(WS-ITN-SUB)
                ELSE
                    MOVE 'S' TO WS-NC-ESTOUROU
                END-IF
            END-IF.

       BUSCA-ITEM-NOTA.
            MOVE 'N' TO WS-ITN-ACHOU.
            PERFORM VARYING WS-ITN-SUB FROM 1 BY 1
                    UNTIL WS-ITN-SUB > WS-ITN-TOTAL
                    OR WS-ITN-ACHOU = 'S'
                IF WS-ITN-PM-ID(WS-ITN-SUB) = WS-PRODUTO-ID
                    MOVE 'S' TO WS-ITN-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ITN-ACHOU = 'S'
                SUBTRACT 1 FROM WS-ITN-SUB
            END-IF.

      * What earlier credit notes against the same invoice already
      * gave back, per item: the amount always, the quantity only
      * for returns - a price correction leaves the goods sold.
       CARREGA-CREDITOS-ANTERIORES.
            MOVE 'N' TO WS-NC-NA-NOTA.
            MOVE 'N' TO WS-EOF-PRODMASTER.
            OPEN INPUT CREDIT-NOTE-FILE.
            IF WS-FS-CREDNOTES NOT = "00"
                MOVE 'Y' TO WS-EOF-PRODMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PRODMASTER = 'Y'
                READ CREDIT-NOTE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PRODMASTER
                    NOT AT END
                        PERFORM SOMA-CREDITO-ANTERIOR
                END-READ
            END-PERFORM.
            IF WS-FS-CREDNOTES = "10"
                CLOSE CREDIT-NOTE-FILE
            END-IF.

       SOMA-CREDITO-ANTERIOR.
            EVALUATE NH-TIPO
             WHEN 'H'
                MOVE NH-MOTIVO TO WS-NC-MOTIVO-LIDO
                IF NH-NF-ORIGEM = WS-NC-ORIGEM
                    MOVE 'S' TO WS-NC-NA-NOTA
                ELSE
                    MOVE 'N' TO WS-NC-NA-NOTA
                END-IF
             WHEN 'D'
                IF WS-NC-NA-NOTA = 'S'
                    MOVE ND-PM-ID TO WS-PRODUTO-ID
                    PERFORM BUSCA-ITEM-NOTA
                    IF WS-ITN-ACHOU = 'S'
                        ADD ND-TOTAL-LINHA TO
                            WS-ITN-VALOR-CRED(WS-ITN-SUB)
                        IF WS-NC-MOTIVO-LIDO = 'D'
                            ADD ND-QTD TO WS-ITN-QTD-CRED(WS-ITN-SUB)
                        END-IF
                    END-IF
                END-IF
             WHEN 'T'
                MOVE 'N' TO WS-NC-NA-NOTA
            END-EVALUATE.

      * One invoice item: shows what was billed and already
      * credited, takes the quantity to credit (and, on a price
      * correction, the correct unit price) and works out the
      * credit and the tax inside it. The tax share is the line's
      * own ID-IMPOSTO-UNIT over its price when the line carries
      * it, otherwise the original invoice's tax over its total.
       LE-ITEM-CREDITO.
            MOVE 0 TO WS-ITN-QTD-NOVA(WS-ITN-SUB).
            MOVE WS-ITN-PM-ID(WS-ITN-SUB) TO WS-PRODUTO-ID.
            PERFORM BUSCA-NOME-PRODUTO.
            DISPLAY WS-ITN-PM-ID(WS-ITN-SUB) " " WS-NC-NOME-PRODUTO
                " QTD " WS-ITN-QTD(WS-ITN-SUB)
                " UNIT " WS-ITN-PRECO(WS-ITN-SUB)
                " TOTAL " WS-ITN-VALOR(WS-ITN-SUB).
            DISPLAY "  JA CREDITADO: QTD " WS-ITN-QTD-CRED(WS-ITN-SUB)
                " VALOR " WS-ITN-VALOR-CRED(WS-ITN-SUB).
            IF WS-ITN-VALOR-CRED(WS-ITN-SUB) >=
                    WS-ITN-VALOR(WS-ITN-SUB)
                DISPLAY "  ITEM JA TOTALMENTE CREDITADO"
            ELSE
                DISPLAY "QUANTIDADE A CREDITAR (0 = NENHUMA):"
                ACCEPT WS-ITN-QTD-NOVA(WS-ITN-SUB)
            END-IF
            IF WS-ITN-QTD-NOVA(WS-ITN-SUB) > 0
                IF WS-NC-MOTIVO = 'D'
                    IF WS-ITN-QTD-NOVA(WS-ITN-SUB)
                            + WS-ITN-QTD-CRED(WS-ITN-SUB)
                            > WS-ITN-QTD(WS-ITN-SUB)
                        DISPLAY "QUANTIDADE ACIMA DA FATURADA - ITEM "
      -                     "NAO CREDITADO"
                        MOVE 0 TO WS-ITN-QTD-NOVA(WS-ITN-SUB)
                    ELSE
                        MOVE WS-ITN-PRECO(WS-ITN-SUB) TO
                            WS-ITN-CREDITO-UNIT(WS-ITN-SUB)
                    END-IF
                ELSE
                    DISPLAY "PRECO UNITARIO CORRETO:"
                    ACCEPT WS-NC-PRECO-CORRETO
                    IF WS-NC-PRECO-CORRETO >= WS-ITN-PRECO(WS-ITN-SUB)
                            OR WS-ITN-QTD-NOVA(WS-ITN-SUB)
                                > WS-ITN-QTD(WS-ITN-SUB)
                        DISPLAY "PRECO OU QUANTIDADE INVALIDA - ITEM "
      -                     "NAO CREDITADO"
                        MOVE 0 TO WS-ITN-QTD-NOVA(WS-ITN-SUB)
                    ELSE
                        COMPUTE WS-ITN-CREDITO-UNIT(WS-ITN-SUB) =
                            WS-ITN-PRECO(WS-ITN-SUB)
                                - WS-NC-PRECO-CORRETO
                    END-IF
                END-IF
            END-IF
            IF WS-ITN-QTD-NOVA(WS-ITN-SUB) > 0
                COMPUTE WS-ITN-CRED-LINHA(WS-ITN-SUB) =
                    WS-ITN-CREDITO-UNIT(WS-ITN-SUB)
                        * WS-ITN-QTD-NOVA(WS-ITN-SUB)
                IF WS-ITN-CRED-LINHA(WS-ITN-SUB)
                        + WS-ITN-VALOR-CRED(WS-ITN-SUB)
                        > WS-ITN-VALOR(WS-ITN-SUB)
                    DISPLAY "CREDITO ACIMA DO VALOR FATURADO - ITEM "
      -                 "NAO CREDITADO"
                    MOVE 0 TO WS-ITN-QTD-NOVA(WS-ITN-SUB)
                END-IF
            END-IF
            IF WS-ITN-QTD-NOVA(WS-ITN-SUB) > 0
                IF WS-ITN-TEM-IMPOSTO(WS-ITN-SUB) = 'S'
                    COMPUTE WS-ITN-IMPOSTO-LINHA(WS-ITN-SUB) ROUNDED =
                        WS-ITN-CRED-LINHA(WS-ITN-SUB)
                            * WS-ITN-IMPOSTO-UNIT(WS-ITN-SUB)
                            / WS-ITN-PRECO(WS-ITN-SUB)
                ELSE
                    COMPUTE WS-ITN-IMPOSTO-LINHA(WS-ITN-SUB) ROUNDED =
                        WS-ITN-CRED-LINHA(WS-ITN-SUB)
                            * WS-NC-IMPOSTO-ORIGEM
                            / WS-NC-GERAL-ORIGEM
                END-IF
                ADD WS-ITN-IMPOSTO-LINHA(WS-ITN-SUB) TO
                    WS-NF-TOTAL-IMPOSTO
                ADD WS-ITN-CRED-LINHA(WS-ITN-SUB) TO WS-NF-TOTAL-GERAL
            END-IF.

       BUSCA-NOME-PRODUTO.
            MOVE SPACES TO WS-NC-NOME-PRODUTO.
            PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                    UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                IF WS-PRC-ID(WS-PRC-SUB) = WS-PRODUTO-ID
                    MOVE WS-PRC-NOME(WS-PRC-SUB) TO WS-NC-NOME-PRODUTO
                END-IF
            END-PERFORM.

       GRAVA-NOTA-CREDITO.
            MOVE 'E' TO WS-SERIE-ID.
            CALL "IDISSUE" USING WS-SERIE-ID WS-PROGRAMA-ATUAL
                WS-OPERADOR-ID WS-ID-EMITIDO.
            MOVE WS-ID-EMITIDO(2:8) TO WS-NUMERO-EMITIDO.
            MOVE WS-NUMERO-EMITIDO TO WS-NF-NUMERO.
            PERFORM CARREGA-CLIENTES.
            PERFORM BUSCA-NOME-CLIENTE.
            OPEN EXTEND CREDIT-NOTE-FILE.
            IF WS-FS-CREDNOTES = "35"
                OPEN OUTPUT CREDIT-NOTE-FILE
            END-IF
            OPEN EXTEND CREDIT-PRINT-FILE.
            IF WS-FS-CREDPRINT = "35"
                OPEN OUTPUT CREDIT-PRINT-FILE
            END-IF
            IF WS-NC-MOTIVO = 'D'
                OPEN EXTEND FG-LEDGER-FILE
                IF WS-FS-FGLEDGER = "35"
                    OPEN OUTPUT FG-LEDGER-FILE
                END-IF
            END-IF
            MOVE SPACES TO CREDIT-NOTE-HEADER-REC.
            MOVE "H" TO NH-TIPO.
            MOVE WS-NF-NUMERO TO NH-NUMERO.
            MOVE WS-NF-CLIENTE TO NH-CLIENTE.
            MOVE WS-NF-DATA TO NH-DATA.
            MOVE WS-NC-ORIGEM TO NH-NF-ORIGEM.
            MOVE WS-NC-MOTIVO TO NH-MOTIVO.
            MOVE WS-OPERADOR-ID TO NH-OPERADOR.
            WRITE CREDIT-NOTE-HEADER-REC.
            MOVE SPACES TO WS-LINHA.
            STRING "NOTA DE CREDITO " WS-NF-NUMERO
                " CLIENTE " WS-NF-CLIENTE
                " " WS-CLI-NOME-NOTA
                " DATA " WS-NF-DATA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CREDITO.
            MOVE SPACES TO WS-LINHA.
            IF WS-NC-MOTIVO = 'D'
                STRING "REF. NOTA FISCAL " WS-NC-ORIGEM
                    " DE " WS-NC-DATA-ORIGEM
                    " - DEVOLUCAO DE MERCADORIA"
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "REF. NOTA FISCAL " WS-NC-ORIGEM
                    " DE " WS-NC-DATA-ORIGEM
                    " - CORRECAO DE PRECO"
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA-CREDITO.
            PERFORM VARYING WS-ITN-SUB FROM 1 BY 1
                    UNTIL WS-ITN-SUB > WS-ITN-TOTAL
                IF WS-ITN-QTD-NOVA(WS-ITN-SUB) > 0
                    PERFORM GRAVA-ITEM-CREDITO
                END-IF
            END-PERFORM.
            MOVE SPACES TO CREDIT-NOTE-TRAILER-REC.
            MOVE "T" TO NT-TIPO.
            MOVE WS-NF-NUMERO TO NT-NUMERO.
            MOVE WS-NF-TOTAL-IMPOSTO TO NT-TOTAL-IMPOSTO.
            MOVE WS-NF-TOTAL-GERAL TO NT-TOTAL-GERAL.
            WRITE CREDIT-NOTE-TRAILER-REC.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL IMPOSTO " WS-NF-TOTAL-IMPOSTO
                " TOTAL GERAL " WS-NF-TOTAL-GERAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CREDITO.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA-CREDITO.
            CLOSE CREDIT-NOTE-FILE.
            CLOSE CREDIT-PRINT-FILE.
            IF WS-NC-MOTIVO = 'D'
                CLOSE FG-LEDGER-FILE
            END-IF
            DISPLAY "NOTA DE CREDITO EMITIDA: " WS-NF-NUMERO.

       GRAVA-ITEM-CREDITO.
            MOVE SPACES TO CREDIT-NOTE-DETAIL-REC.
            MOVE "D" TO ND-TIPO.
            MOVE WS-NF-NUMERO TO ND-NUMERO.
            MOVE WS-ITN-PM-ID(WS-ITN-SUB) TO ND-PM-ID.
            MOVE WS-ITN-QTD-NOVA(WS-ITN-SUB) TO ND-QTD.
            MOVE WS-ITN-CREDITO-UNIT(WS-ITN-SUB) TO ND-PRECO-UNIT.
            MOVE WS-ITN-IMPOSTO-LINHA(WS-ITN-SUB) TO ND-IMPOSTO.
            MOVE WS-ITN-CRED-LINHA(WS-ITN-SUB) TO ND-TOTAL-LINHA.
            WRITE CREDIT-NOTE-DETAIL-REC.
            IF WS-NC-MOTIVO = 'D'
                PERFORM DEVOLVE-ESTOQUE-ITEM
            END-IF
            MOVE WS-ITN-PM-ID(WS-ITN-SUB) TO WS-PRODUTO-ID.
            PERFORM BUSCA-NOME-PRODUTO.
            MOVE SPACES TO WS-LINHA.
            STRING WS-ITN-PM-ID(WS-ITN-SUB)
                " " WS-NC-NOME-PRODUTO
                " QTD " WS-ITN-QTD-NOVA(WS-ITN-SUB)
                " UNIT " WS-ITN-CREDITO-UNIT(WS-ITN-SUB)
                " TOTAL " WS-ITN-CRED-LINHA(WS-ITN-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CREDITO.

      * Returned goods go back on the shelf under the credit note;
      * a price correction moves no stock.
       DEVOLVE-ESTOQUE-ITEM.
            MOVE SPACES TO FINISHED-GOODS-LEDGER-RECORD.
            MOVE WS-ITN-PM-ID(WS-ITN-SUB) TO FG-PM-ID.
            MOVE WS-NF-DATA TO FG-DATA.
            MOVE 'D' TO FG-TIPO.
            MOVE '+' TO FG-SINAL.
            MOVE WS-ITN-QTD-NOVA(WS-ITN-SUB) TO FG-QTD.
            MOVE WS-NF-NUMERO TO FG-DOCUMENTO.
            MOVE "DEVO" TO FG-MOTIVO.
            PERFORM GRAVA-MOVIMENTO-ESTOQUE.

       GRAVA-LINHA-CREDITO.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CREDIT-PRINT-RECORD.
            WRITE CREDIT-PRINT-RECORD.

      * The credit manager's answer to a hold: released ('L'), the
      * order goes out on the next invoicing run without the credit
      * check; cancelled ('C'), it is dropped from the worklist.
       LIBERA-PEDIDO-RETIDO.
            PERFORM CARREGA-PEDIDOS-RETIDOS.
            IF WS-RET-ESTOUROU = 'S'
                DISPLAY "HELDORDERS EXCEDE 200 PEDIDOS - LIBERACAO "
      -             "SUSPENSA"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "DIGITE O NUMERO DO PEDIDO RETIDO:"
                ACCEPT WS-RET-SEQ-ENTRADA
                MOVE 'N' TO WS-RET-ACHOU
                PERFORM VARYING WS-RET-SUB FROM 1 BY 1
                        UNTIL WS-RET-SUB > WS-RET-TOTAL
                        OR WS-RET-ACHOU = 'S'
                    IF WS-RET-SEQ(WS-RET-SUB) = WS-RET-SEQ-ENTRADA
                        MOVE 'S' TO WS-RET-ACHOU
                    END-IF
                END-PERFORM
                IF WS-RET-ACHOU = 'S'
                    SUBTRACT 1 FROM WS-RET-SUB
                END-IF
                EVALUATE TRUE
                 WHEN WS-RET-ACHOU = 'N'
                    DISPLAY "PEDIDO RETIDO NAO ENCONTRADO"
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-RET-SITUACAO(WS-RET-SUB) NOT = 'R'
                    DISPLAY "PEDIDO NAO ESTA RETIDO - SITUACAO "
      -                 WS-RET-SITUACAO(WS-RET-SUB)
                    MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM DECIDE-PEDIDO-RETIDO
                END-EVALUATE
            END-IF.

       DECIDE-PEDIDO-RETIDO.
            MOVE WS-RET-VALOR(WS-RET-SUB) TO WS-ED-VALOR.
            DISPLAY "CLIENTE " WS-RET-CLIENTE(WS-RET-SUB)
                " PRODUTO " WS-RET-PM-ID(WS-RET-SUB)
                " QTD " WS-RET-QTD(WS-RET-SUB)
                " VALOR " WS-ED-VALOR
                " MOTIVO " WS-RET-MOTIVO(WS-RET-SUB).
            DISPLAY "DIGITE L PARA LIBERAR OU C PARA CANCELAR:".
            ACCEPT WS-RET-ACAO.
            IF WS-RET-ACAO NOT = 'L' AND WS-RET-ACAO NOT = 'C'
                DISPLAY "OPCAO INVALIDA - PEDIDO CONTINUA RETIDO"
                MOVE 8 TO RETURN-CODE
            ELSE
                ACCEPT WS-NF-DATA FROM DATE YYYYMMDD
                IF WS-DATA-NEGOCIO > 0
                    MOVE WS-DATA-NEGOCIO TO WS-NF-DATA
                END-IF
                PERFORM MONTA-REGISTRO-RETIDO
                MOVE HELD-ORDER-RECORD TO WS-CHG-ANTES
                MOVE WS-RET-ACAO TO WS-RET-SITUACAO(WS-RET-SUB)
                MOVE WS-OPERADOR-ID TO WS-RET-APROVADOR(WS-RET-SUB)
                MOVE WS-NF-DATA TO WS-RET-LIBERACAO(WS-RET-SUB)
                PERFORM MONTA-REGISTRO-RETIDO
                MOVE HELD-ORDER-RECORD TO WS-CHG-DEPOIS
                PERFORM REGRAVA-PEDIDOS-RETIDOS
                MOVE "HELDORDERS" TO WS-CHG-ARQUIVO
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE WS-RET-SEQ(WS-RET-SUB) TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
                IF WS-RET-ACAO = 'L'
                    DISPLAY "PEDIDO LIBERADO - SERA FATURADO NA "
      -                 "PROXIMA EXECUCAO"
                ELSE
                    DISPLAY "PEDIDO CANCELADO"
                END-IF
            END-IF.

      * Credit terms are set per CUSTFILE account: the limit the
      * open balance plus a new invoice may reach, and whether the
      * account is blocked outright.
       MANTEM-LIMITE-CREDITO.
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-LIMITES-CREDITO.
            IF WS-LC-ESTOUROU = 'S'
                DISPLAY "CREDLIM EXCEDE 50 CLIENTES - MANUTENCAO "
      -             "SUSPENSA"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "DIGITE A CONTA DO CLIENTE:"
                ACCEPT WS-NF-CLIENTE
                PERFORM BUSCA-NOME-CLIENTE
                IF WS-CLI-ACHOU = 'N'
                    DISPLAY "CLIENTE NAO CADASTRADO: " WS-NF-CLIENTE
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM ALTERA-LIMITE-CREDITO
                END-IF
            END-IF.

       ALTERA-LIMITE-CREDITO.
            PERFORM LOCALIZA-LIMITE.
            IF WS-LC-ACHOU = 'S'
                MOVE WS-LC-LIMITE(WS-LC-SUB) TO WS-ED-VALOR
                DISPLAY "LIMITE ATUAL " WS-ED-VALOR
                    " SITUACAO " WS-LC-SITUACAO(WS-LC-SUB)
                    " REVISTO EM " WS-LC-REVISAO(WS-LC-SUB)
                    " POR " WS-LC-OPERADOR(WS-LC-SUB)
            ELSE
                DISPLAY "CLIENTE SEM LIMITE DE CREDITO CADASTRADO"
            END-IF
            DISPLAY "DIGITE O LIMITE DE CREDITO:".
            ACCEPT WS-LC-LIMITE-ENTRADA.
            DISPLAY "DIGITE A SITUACAO (N NORMAL, B BLOQUEADO):".
            ACCEPT WS-LC-SITUACAO-ENTRADA.
            EVALUATE TRUE
             WHEN WS-LC-SITUACAO-ENTRADA NOT = 'N'
                    AND WS-LC-SITUACAO-ENTRADA NOT = 'B'
                DISPLAY "SITUACAO INVALIDA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-LC-ACHOU = 'N' AND WS-LC-TOTAL >= 50
                DISPLAY "CREDLIM CHEIO - CLIENTE NAO INCLUIDO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM GRAVA-LIMITE-CREDITO
            END-EVALUATE.

       GRAVA-LIMITE-CREDITO.
            ACCEPT WS-NF-DATA FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-NF-DATA
            END-IF
            IF WS-LC-ACHOU = 'S'
                PERFORM MONTA-REGISTRO-LIMITE
                MOVE CUSTOMER-CREDIT-RECORD TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                ADD 1 TO WS-LC-TOTAL
                MOVE WS-LC-TOTAL TO WS-LC-SUB
                MOVE WS-NF-CLIENTE TO WS-LC-CONTA(WS-LC-SUB)
                MOVE SPACES TO WS-CHG-ANTES
                MOVE "I" TO WS-CHG-OPERACAO
            END-IF
            MOVE WS-LC-LIMITE-ENTRADA TO WS-LC-LIMITE(WS-LC-SUB).
            MOVE WS-LC-SITUACAO-ENTRADA TO WS-LC-SITUACAO(WS-LC-SUB).
            MOVE WS-NF-DATA TO WS-LC-REVISAO(WS-LC-SUB).
            MOVE WS-OPERADOR-ID TO WS-LC-OPERADOR(WS-LC-SUB).
            PERFORM MONTA-REGISTRO-LIMITE.
            MOVE CUSTOMER-CREDIT-RECORD TO WS-CHG-DEPOIS.
            MOVE WS-LC-SUB TO WS-EXP-SUB.
            OPEN OUTPUT CREDIT-LIMIT-FILE.
            PERFORM VARYING WS-LC-SUB FROM 1 BY 1
                    UNTIL WS-LC-SUB > WS-LC-TOTAL
                PERFORM MONTA-REGISTRO-LIMITE
                WRITE CUSTOMER-CREDIT-RECORD
            END-PERFORM.
            CLOSE CREDIT-LIMIT-FILE.
            MOVE WS-EXP-SUB TO WS-LC-SUB.
            MOVE "CREDLIM" TO WS-CHG-ARQUIVO.
            MOVE WS-NF-CLIENTE TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.
            DISPLAY "LIMITE DE CREDITO GRAVADO".

       MONTA-REGISTRO-LIMITE.
            MOVE SPACES TO CUSTOMER-CREDIT-RECORD.
            MOVE WS-LC-CONTA(WS-LC-SUB) TO LC-CONTA.
            MOVE WS-LC-LIMITE(WS-LC-SUB) TO LC-LIMITE.
            MOVE WS-LC-SITUACAO(WS-LC-SUB) TO LC-SITUACAO.
            MOVE WS-LC-REVISAO(WS-LC-SUB) TO LC-DATA-REVISAO.
            MOVE WS-LC-OPERADOR(WS-LC-SUB) TO LC-OPERADOR.

      * Bulk load of the indexed product master from the sequential
      * PRODIN input, STUDENTIN-style.
                     ==:MENSAGEM:== BY
                         =="DIGITE O CODIGO DO PRODUTO:"==.

       COPY "holproc.cpy".

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".
