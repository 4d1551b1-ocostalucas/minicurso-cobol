      ******************************************************************
      * Author:
      * Date:
      * Purpose: bakery profit. Mode 2 rolls DAILYSALES up into the
      *          monthly MONTHROLL; mode 3 is the weekly recipe
      *          margin review - every RECIPE product recosted at
      *          the current INGREDIENT prices against its latest
      *          DAILYSALES selling price, flagged on MARGINRPT when
      *          the margin is under the PARAMCTL minimum or fell
      *          more than the allowed points since the previous
      *          MARGINREV review, with the ingredient cost changes
      *          behind it and a price restoring the target margin.
      * Tectonics: cobc
      * lucro; precoUnidade; precoVenda; aluguel: see PARAMCTL/WS-ALUGUEL
      ******************************************************************
           SELECT CKPT-VENDAS ASSIGN TO "CKPTVENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT-VENDAS.
           SELECT MARGIN-REVIEW-FILE ASSIGN TO "MARGINREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MARGINREV.
           SELECT MARGIN-REPORT-FILE ASSIGN TO "MARGINRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO "INGPRICEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INGPRICEH.
           SELECT PARAM-CONTROL-FILE ASSIGN TO "PARAMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCTL.
       FD  CKPT-VENDAS.
       01  CKPT-VENDAS-RECORD       PIC 9(6).

       FD  MARGIN-REVIEW-FILE.
           COPY "marginrv.cpy".

       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-RECORD     PIC X(90).

       FD  PRICE-HISTORY-FILE.
           COPY "ingprice.cpy".

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

                                             SEPARATE.
                   10 WS-PROD-QTD       PIC 9(6)V99.
                   10 WS-PROD-RECEITA   PIC 9(8)V99.
                   10 WS-PROD-PRECO     PIC 9(4)V99.
                   10 WS-PROD-DATA-PRECO PIC 9(8).
                   10 WS-PROD-MARGEM-ANT PIC S9(5)V99.
                   10 WS-PROD-DATA-ANT  PIC 9(8).
           77 WS-PROD-TOTAL PIC 9(2) VALUE 0.
           77 WS-PROD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PROD-ACHOU PIC X(1).
           77 WS-PROD-SUB PIC 9(2).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-JS-REJEITADOS PIC 9(6) VALUE 0.
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "EXERCICIO5".
      * Margin review limits, in percent of the selling price;
      * PARAMCTL overrides them once the card carries the fields.
           77 WS-MARGEM-MINIMA PIC 9(2)V99 VALUE 30.00.
           77 WS-QUEDA-MARGEM PIC 9(2)V99 VALUE 10.00.
           77 WS-MARGEM-ALVO PIC 9(2)V99 VALUE 50.00.
           77 WS-FS-MARGINREV PIC X(2).
           77 WS-FS-INGPRICEH PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REVISAO PIC 9(8).
           77 WS-REVISAO-JA-FEITA PIC X(1).
           77 WS-MARGEM-PCT PIC S9(5)V99.
           77 WS-QUEDA-PCT PIC S9(5)V99.
           77 WS-PRECO-SUGERIDO PIC 9(5)V99.
           77 WS-ALERTA-MINIMA PIC X(1).
           77 WS-ALERTA-QUEDA PIC X(1).
           77 WS-QTD-REVISADOS PIC 9(4) VALUE 0.
           77 WS-QTD-ALERTAS PIC 9(4) VALUE 0.
           77 WS-LINHA PIC X(90).
           77 WS-ED-CUSTO PIC ZZZ9.99.
           77 WS-ED-PRECO PIC ZZZ9.99.
           77 WS-ED-MARGEM PIC -(5)9.99.
           77 WS-ED-ANTERIOR PIC -(5)9.99.
           77 WS-ED-SUGERIDO PIC ZZZZ9.99.
           77 WS-TXT-ANTERIOR PIC X(9).
           77 WS-ED-MINIMA PIC Z9.99.
           77 WS-ED-QUEDA PIC Z9.99.
           77 WS-ED-ALVO PIC Z9.99.
           77 WS-TXT-SUGERIDO PIC X(8).
           01 WS-TABELA-CUSTOS.
               05 WS-CST-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-CST-IX.
                   10 WS-CST-INGREDIENTE PIC X(6).
                   10 WS-CST-DATA       PIC 9(8).
                   10 WS-CST-FORNECEDOR PIC X(20).
                   10 WS-CST-ANTERIOR   PIC 9(4)V99.
                   10 WS-CST-NOVO       PIC 9(4)V99.
           77 WS-CST-TOTAL PIC 9(3) VALUE 0.
           77 WS-CST-SUB PIC 9(3).
           COPY "ctl.cpy".

       PROCEDURE DIVISION.
            ELSE
                DISPLAY "1 - INFORMAR UMA VENDA"
                DISPLAY "2 - PROCESSAR VENDAS DO MES (DAILYSALES)"
                DISPLAY "3 - REVISAO SEMANAL DE MARGENS"
                ACCEPT MODO
            END-IF
            EVALUATE MODO
                     MOVE "MODO 1 - UMA VENDA" TO WS-AUDIT-RESUMO
             WHEN 2 PERFORM PROCESSA-VENDAS-MES
                     MOVE "MODO 2 - VENDAS DO MES" TO WS-AUDIT-RESUMO
             WHEN 3 PERFORM REVISA-MARGENS
                     MOVE "MODO 3 - REVISAO MARGENS" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            IF MODO = 2 OR MODO = 3
                PERFORM GRAVA-JOB-STATUS
            END-IF.
            GOBACK.
                READ PARAM-CONTROL-FILE
                    NOT AT END
                        MOVE PC-ALUGUEL TO WS-ALUGUEL
                        IF PC-MARGEM-MINIMA IS NUMERIC
                            MOVE PC-MARGEM-MINIMA TO WS-MARGEM-MINIMA
                        END-IF
                        IF PC-QUEDA-MARGEM IS NUMERIC
                            MOVE PC-QUEDA-MARGEM TO WS-QUEDA-MARGEM
                        END-IF
                        IF PC-MARGEM-ALVO IS NUMERIC
                                AND PC-MARGEM-ALVO > 0
                            MOVE PC-MARGEM-ALVO TO WS-MARGEM-ALVO
                        END-IF
                END-READ
                CLOSE PARAM-CONTROL-FILE
            END-IF.
                END-IF
            END-PERFORM.

      * Weekly margin review. Products come off RECIPE, each
      * recosted through CALCULA-CUSTO-RECEITA at today's master
      * prices and set against the latest price it sold for on
      * DAILYSALES; the margins are kept on MARGINREV so next
      * week's run can see how far each one fell.
       REVISA-MARGENS.
            ACCEPT WS-DATA-REVISAO FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REVISAO
            END-IF.
            PERFORM CARREGA-INGREDIENTES.
            PERFORM CARREGA-RECEITAS.
            IF WS-REC-TOTAL = 0
                DISPLAY "RECIPE NAO ENCONTRADO - SEM REVISAO"
                MOVE 8 TO WS-RETORNO
            ELSE
                PERFORM MONTA-PRODUTOS-RECEITA
                PERFORM CARREGA-PRECOS-VENDA
                PERFORM CARREGA-REVISAO-ANTERIOR
                PERFORM CARREGA-ALTERACOES-CUSTO
                PERFORM EMITE-REVISAO-MARGENS
                IF WS-REVISAO-JA-FEITA = 'S'
                    DISPLAY "REVISAO DE " WS-DATA-REVISAO
      -                 " JA REGISTRADA - MARGINREV NAO REPETIDO"
                ELSE
                    PERFORM GRAVA-REVISAO-MARGENS
                END-IF
            END-IF.
            MOVE WS-QTD-REVISADOS TO WS-JS-LIDOS.

       MONTA-PRODUTOS-RECEITA.
            MOVE 0 TO WS-PROD-TOTAL.
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-REC-TOTAL
                MOVE 'N' TO WS-PROD-ACHOU
                PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                        UNTIL WS-PROD-SUB > WS-PROD-TOTAL
                        OR WS-PROD-ACHOU = 'S'
                    IF WS-PROD-NOME(WS-PROD-SUB) =
                            WS-REC-PRODUTO(WS-REC-SUB)
                        MOVE 'S' TO WS-PROD-ACHOU
                    END-IF
                END-PERFORM
                IF WS-PROD-ACHOU = 'N'
                    IF WS-PROD-TOTAL < 20
                        ADD 1 TO WS-PROD-TOTAL
                        MOVE WS-REC-PRODUTO(WS-REC-SUB)
                            TO WS-PROD-NOME(WS-PROD-TOTAL)
                        MOVE 0 TO WS-PROD-PRECO(WS-PROD-TOTAL)
                        MOVE 0 TO WS-PROD-DATA-PRECO(WS-PROD-TOTAL)
                        MOVE 0 TO WS-PROD-MARGEM-ANT(WS-PROD-TOTAL)
                        MOVE 0 TO WS-PROD-DATA-ANT(WS-PROD-TOTAL)
                    ELSE
                        MOVE 'S' TO WS-PROD-ESTOUROU
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-PROD-ESTOUROU = 'S'
                DISPLAY "TABELA DE PRODUTOS CHEIA - PRODUTOS IGNORADOS"
                MOVE 4 TO WS-RETORNO
            END-IF.

      * The selling price is the one on the most recent DAILYSALES
      * line of the product.
       CARREGA-PRECOS-VENDA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DAILY-SALES-FILE.
            IF WS-FS-DAILYSALES NOT = "00"
                DISPLAY "DAILYSALES NAO ENCONTRADO - SEM PRECOS"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DAILY-SALES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                                UNTIL WS-PROD-SUB > WS-PROD-TOTAL
                            IF WS-PROD-NOME(WS-PROD-SUB) = DS-PRODUTO
                                    AND DS-DATA >=
                                    WS-PROD-DATA-PRECO(WS-PROD-SUB)
                                MOVE DS-PRECO-VENDA
                                    TO WS-PROD-PRECO(WS-PROD-SUB)
                                MOVE DS-DATA
                                    TO WS-PROD-DATA-PRECO(WS-PROD-SUB)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-FS-DAILYSALES = "10"
                CLOSE DAILY-SALES-FILE
            END-IF.

      * Previous review = the product's latest MARGINREV line dated
      * before today; a line dated today means this week's review
      * already ran and is not written again.
       CARREGA-REVISAO-ANTERIOR.
            MOVE 'N' TO WS-REVISAO-JA-FEITA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT MARGIN-REVIEW-FILE.
            IF WS-FS-MARGINREV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ MARGIN-REVIEW-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM AVALIA-REVISAO-ANTERIOR
                END-READ
            END-PERFORM.
            IF WS-FS-MARGINREV = "10"
                CLOSE MARGIN-REVIEW-FILE
            END-IF.

       AVALIA-REVISAO-ANTERIOR.
            IF MV-DATA = WS-DATA-REVISAO
                MOVE 'S' TO WS-REVISAO-JA-FEITA
            END-IF
            IF MV-DATA < WS-DATA-REVISAO
                PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                        UNTIL WS-PROD-SUB > WS-PROD-TOTAL
                    IF WS-PROD-NOME(WS-PROD-SUB) = MV-PRODUTO
                            AND MV-DATA >=
                                WS-PROD-DATA-ANT(WS-PROD-SUB)
                        MOVE MV-MARGEM
                            TO WS-PROD-MARGEM-ANT(WS-PROD-SUB)
                        MOVE MV-DATA TO WS-PROD-DATA-ANT(WS-PROD-SUB)
                    END-IF
                END-PERFORM
            END-IF.

      * Ingredient cost changes off the INGPRICEH history, printed
      * under a flagged product to show what moved its cost.
       CARREGA-ALTERACOES-CUSTO.
            MOVE 0 TO WS-CST-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PRICE-HISTORY-FILE.
            IF WS-FS-INGPRICEH NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PRICE-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-CST-TOTAL < 200
                            ADD 1 TO WS-CST-TOTAL
                            MOVE IP-INGREDIENTE
                                TO WS-CST-INGREDIENTE(WS-CST-TOTAL)
                            MOVE IP-DATA TO WS-CST-DATA(WS-CST-TOTAL)
                            MOVE IP-FORNECEDOR
                                TO WS-CST-FORNECEDOR(WS-CST-TOTAL)
                            MOVE IP-PRECO-ANTERIOR
                                TO WS-CST-ANTERIOR(WS-CST-TOTAL)
                            MOVE IP-PRECO-NOVO
                                TO WS-CST-NOVO(WS-CST-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-INGPRICEH = "10"
                CLOSE PRICE-HISTORY-FILE
            END-IF.

       EMITE-REVISAO-MARGENS.
            OPEN OUTPUT MARGIN-REPORT-FILE.
            MOVE WS-MARGEM-MINIMA TO WS-ED-MINIMA.
            MOVE WS-QUEDA-MARGEM TO WS-ED-QUEDA.
            MOVE WS-MARGEM-ALVO TO WS-ED-ALVO.
            MOVE SPACES TO WS-LINHA.
            STRING "REVISAO DE MARGENS EM " WS-DATA-REVISAO
                " - MINIMA " WS-ED-MINIMA
                "% QUEDA MAX " WS-ED-QUEDA
                " PTS ALVO " WS-ED-ALVO "%"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-MARGEM.
            MOVE SPACES TO WS-LINHA.
            STRING "PRODUTO      CUSTO   PRECO    MARGEM  ANTERIOR"
                " SUGERIDO ALERTA"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-MARGEM.
            PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                    UNTIL WS-PROD-SUB > WS-PROD-TOTAL
                PERFORM AVALIA-MARGEM-PRODUTO
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "PRODUTOS REVISADOS: " WS-QTD-REVISADOS
                " COM ALERTA: " WS-QTD-ALERTAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-MARGEM.
            CLOSE MARGIN-REPORT-FILE.
            IF WS-QTD-ALERTAS > 0 AND WS-RETORNO < 4
                MOVE 4 TO WS-RETORNO
            END-IF.

       AVALIA-MARGEM-PRODUTO.
            PERFORM CALCULA-CUSTO-RECEITA.
            MOVE WS-CUSTO-RECEITA TO WS-ED-CUSTO.
            MOVE SPACES TO WS-LINHA.
            IF WS-PROD-PRECO(WS-PROD-SUB) = 0
                STRING WS-PROD-NOME(WS-PROD-SUB) " " WS-ED-CUSTO
                    "  SEM PRECO DE VENDA NO DAILYSALES"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-MARGEM
            ELSE
                ADD 1 TO WS-QTD-REVISADOS
                COMPUTE WS-MARGEM-PCT ROUNDED =
                    (WS-PROD-PRECO(WS-PROD-SUB) - WS-CUSTO-RECEITA)
                        * 100 / WS-PROD-PRECO(WS-PROD-SUB)
                MOVE 'N' TO WS-ALERTA-MINIMA
                MOVE 'N' TO WS-ALERTA-QUEDA
                IF WS-MARGEM-PCT < WS-MARGEM-MINIMA
                    MOVE 'S' TO WS-ALERTA-MINIMA
                END-IF
                IF WS-PROD-DATA-ANT(WS-PROD-SUB) > 0
                    COMPUTE WS-QUEDA-PCT =
                        WS-PROD-MARGEM-ANT(WS-PROD-SUB)
                            - WS-MARGEM-PCT
                    IF WS-QUEDA-PCT > WS-QUEDA-MARGEM
                        MOVE 'S' TO WS-ALERTA-QUEDA
                    END-IF
                END-IF
                PERFORM IMPRIME-MARGEM-PRODUTO
            END-IF.

      * The suggested price puts the recipe cost back at the target
      * margin: cost / (1 - target%).
       IMPRIME-MARGEM-PRODUTO.
            MOVE WS-PROD-PRECO(WS-PROD-SUB) TO WS-ED-PRECO.
            MOVE WS-MARGEM-PCT TO WS-ED-MARGEM.
            MOVE SPACES TO WS-TXT-ANTERIOR.
            IF WS-PROD-DATA-ANT(WS-PROD-SUB) > 0
                MOVE WS-PROD-MARGEM-ANT(WS-PROD-SUB) TO WS-ED-ANTERIOR
                MOVE WS-ED-ANTERIOR TO WS-TXT-ANTERIOR
            END-IF
            MOVE SPACES TO WS-TXT-SUGERIDO.
            IF WS-ALERTA-MINIMA = 'S' OR WS-ALERTA-QUEDA = 'S'
                COMPUTE WS-PRECO-SUGERIDO ROUNDED =
                    WS-CUSTO-RECEITA * 100 / (100 - WS-MARGEM-ALVO)
                MOVE WS-PRECO-SUGERIDO TO WS-ED-SUGERIDO
                MOVE WS-ED-SUGERIDO TO WS-TXT-SUGERIDO
                ADD 1 TO WS-QTD-ALERTAS
            END-IF
            STRING WS-PROD-NOME(WS-PROD-SUB) " " WS-ED-CUSTO " "
                WS-ED-PRECO " " WS-ED-MARGEM " " WS-TXT-ANTERIOR " "
                WS-TXT-SUGERIDO " "
                DELIMITED BY SIZE INTO WS-LINHA.
            IF WS-ALERTA-MINIMA = 'S'
                MOVE "*MINIMA" TO WS-LINHA(57:7)
            END-IF
            IF WS-ALERTA-QUEDA = 'S'
                MOVE "*QUEDA" TO WS-LINHA(65:6)
            END-IF
            PERFORM GRAVA-LINHA-MARGEM.
            IF WS-ALERTA-MINIMA = 'S' OR WS-ALERTA-QUEDA = 'S'
                PERFORM IMPRIME-ALTERACOES-CUSTO
            END-IF.

      * Cost changes of the product's ingredients since its previous
      * review (all of them when it has never been reviewed).
       IMPRIME-ALTERACOES-CUSTO.
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-REC-TOTAL
                IF WS-REC-PRODUTO(WS-REC-SUB) =
                        WS-PROD-NOME(WS-PROD-SUB)
                    PERFORM VARYING WS-CST-SUB FROM 1 BY 1
                            UNTIL WS-CST-SUB > WS-CST-TOTAL
                        IF WS-CST-INGREDIENTE(WS-CST-SUB) =
                                WS-REC-INGREDIENTE(WS-REC-SUB)
                                AND WS-CST-DATA(WS-CST-SUB) >
                                    WS-PROD-DATA-ANT(WS-PROD-SUB)
                            MOVE WS-CST-ANTERIOR(WS-CST-SUB)
                                TO WS-ED-CUSTO
                            MOVE WS-CST-NOVO(WS-CST-SUB)
                                TO WS-ED-PRECO
                            MOVE SPACES TO WS-LINHA
                            STRING "    CUSTO "
                                WS-CST-INGREDIENTE(WS-CST-SUB) " "
                                WS-ED-CUSTO " -> " WS-ED-PRECO
                                " EM " WS-CST-DATA(WS-CST-SUB) " "
                                WS-CST-FORNECEDOR(WS-CST-SUB)
                                DELIMITED BY SIZE INTO WS-LINHA
                            PERFORM GRAVA-LINHA-MARGEM
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

       GRAVA-REVISAO-MARGENS.
            OPEN EXTEND MARGIN-REVIEW-FILE.
            IF WS-FS-MARGINREV = "35"
                OPEN OUTPUT MARGIN-REVIEW-FILE
            END-IF
            PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                    UNTIL WS-PROD-SUB > WS-PROD-TOTAL
                IF WS-PROD-PRECO(WS-PROD-SUB) > 0
                    PERFORM CALCULA-CUSTO-RECEITA
                    MOVE SPACES TO MARGIN-REVIEW-RECORD
                    MOVE WS-PROD-NOME(WS-PROD-SUB) TO MV-PRODUTO
                    MOVE WS-DATA-REVISAO TO MV-DATA
                    MOVE WS-CUSTO-RECEITA TO MV-CUSTO
                    MOVE WS-PROD-PRECO(WS-PROD-SUB) TO MV-PRECO
                    COMPUTE MV-MARGEM ROUNDED =
                        (WS-PROD-PRECO(WS-PROD-SUB)
                            - WS-CUSTO-RECEITA)
                            * 100 / WS-PROD-PRECO(WS-PROD-SUB)
                    WRITE MARGIN-REVIEW-RECORD
                END-IF
            END-PERFORM.
            CLOSE MARGIN-REVIEW-FILE.

       GRAVA-LINHA-MARGEM.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO MARGIN-REPORT-RECORD.
            WRITE MARGIN-REPORT-RECORD.

       COPY "ckpt.cpy"
           REPLACING ==:ARQUIVO:== BY ==CKPT-VENDAS==
                     ==:CONTADOR:== BY ==WS-REGS-PROCESSADOS==.
