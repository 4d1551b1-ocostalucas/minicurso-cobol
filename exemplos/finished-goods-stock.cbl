      ******************************************************************
      * Author:
      * Date:
      * Purpose: keeps count of the finished goods on the shelf per
      *          PRODMASTER product, on the FGLEDGER movement ledger.
      *          Mode 1 keys receipts from production or purchase
      *          ('E' movements, product validated against
      *          PRODMASTER). Issues are posted by the invoicing
      *          runs themselves, one 'S' per invoice line, and
      *          returns by the EXERCICIO8 credit notes ('D').
      *          Mode 2 keys a physical count: the difference
      *          against the ledger balance goes in as an 'A'
      *          adjustment with its reason. Mode 3 prints the daily
      *          FGSTOCKPOS position - balance per product, the
      *          day's movements and the reorder point, flagging
      *          every product at or below it (RC 4). Mode 4 keeps
      *          the reorder points on FGREORD.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FGSTOCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FG-LEDGER-FILE ASSIGN TO "FGLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGLEDGER.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-FS-PRODMASTER.
           SELECT REORDER-POINT-FILE ASSIGN TO "FGREORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGREORD.
           SELECT STOCK-POSITION-FILE ASSIGN TO "FGSTOCKPOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FG-LEDGER-FILE.
           COPY "fgledg.cpy".

       FD  PRODUCT-MASTER-FILE.
       01  PRODUCT-MASTER-RECORD.
           05 PM-ID                 PIC X(10).
           05 PM-DELIM-1            PIC X(1).
           05 PM-NOME               PIC X(10).
           05 PM-DELIM-2            PIC X(1).
           05 PM-CATEGORIA          PIC 9(1).
           05 PM-DELIM-3            PIC X(1).
           05 PM-CUSTO-FABRICA      PIC 9(5)V99.

       FD  REORDER-POINT-FILE.
           COPY "fgreord.cpy".

       FD  STOCK-POSITION-FILE.
       01  STOCK-POSITION-RECORD    PIC X(90).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-FGLEDGER PIC X(2).
           77 WS-FS-PRODMASTER PIC X(2).
           77 WS-FS-FGREORD PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * Balance and the day's movements per product, rebuilt from
      * the ledger, with the reorder point off FGREORD.
           01 WS-TABELA-PRODUTOS.
               05 WS-PRD-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-PRD-IX.
                   10 WS-PRD-ID         PIC X(10).
                   10 WS-PRD-NOME       PIC X(10).
                   10 WS-PRD-SALDO      PIC S9(7).
                   10 WS-PRD-ENTRADAS   PIC 9(7).
                   10 WS-PRD-SAIDAS     PIC 9(7).
                   10 WS-PRD-DEVOLUCOES PIC 9(7).
                   10 WS-PRD-AJUSTES    PIC S9(7).
                   10 WS-PRD-TEM-PONTO  PIC X(1).
                   10 WS-PRD-PONTO      PIC 9(6).
                   10 WS-PRD-PONTO-DATA PIC 9(8).
                   10 WS-PRD-PONTO-OPER PIC X(10).
           77 WS-PRD-TOTAL PIC 9(3) VALUE 0.
           77 WS-PRD-SUB PIC 9(3).
           77 WS-PRD-ACHOU PIC X(1).
           77 WS-PRD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PRODUTO-BUSCA PIC X(10).
           77 WS-QTD-ENTRADA PIC 9(6).
           77 WS-DOC-ENTRADA PIC 9(6).
           77 WS-MOTIVO-ENTRADA PIC X(4).
           77 WS-QTD-CONTADA PIC 9(6).
           77 WS-QTD-DIFERENCA PIC S9(7).
           77 WS-PONTO-ENTRADA PIC 9(6).
           77 WS-QTD-MOVTOS PIC 9(4) VALUE 0.
           77 WS-QTD-REPOR PIC 9(3) VALUE 0.
           77 WS-ED-SALDO PIC -(6)9.
           77 WS-ED-ENTRADAS PIC Z(6)9.
           77 WS-ED-SAIDAS PIC Z(6)9.
           77 WS-ED-DEVOLUCOES PIC Z(6)9.
           77 WS-ED-AJUSTES PIC -(6)9.
           77 WS-ED-PONTO PIC Z(5)9.
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "FGSTOCK".
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "DIGITE SEU ID DE OPERADOR:"
            ACCEPT WS-OPERADOR-ID
            CALL "OPERAUTH" USING WS-PROGRAMA-ATUAL WS-OPERADOR-ID
                WS-OPER-AUTORIZADO
            IF WS-OPER-AUTORIZADO = 'N'
                DISPLAY "OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA"
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            PERFORM CARREGA-PRODUTOS
            DISPLAY "1 - REGISTRAR ENTRADAS DE PRODUTO ACABADO"
            DISPLAY "2 - REGISTRAR CONTAGEM FISICA"
            DISPLAY "3 - POSICAO DIARIA DE ESTOQUE"
            DISPLAY "4 - MANTER PONTO DE REPOSICAO"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM REGISTRA-ENTRADAS
                     MOVE "MODO 1 - ENTRADAS PRODUTO" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM REGISTRA-CONTAGEM
                     MOVE "MODO 2 - CONTAGEM FISICA" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM POSICAO-DIARIA
                     MOVE "MODO 3 - POSICAO ESTOQUE" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM MANTEM-PONTO-REPOSICAO
                     MOVE "MODO 4 - PONTO DE REPOSICAO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-PRODUTOS.
            MOVE 0 TO WS-PRD-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PRODUCT-MASTER-FILE.
            IF WS-FS-PRODMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PRODUCT-MASTER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PRD-TOTAL < 100
                            ADD 1 TO WS-PRD-TOTAL
                            MOVE PM-ID TO WS-PRD-ID(WS-PRD-TOTAL)
                            MOVE PM-NOME TO WS-PRD-NOME(WS-PRD-TOTAL)
                            MOVE 0 TO WS-PRD-SALDO(WS-PRD-TOTAL)
                            MOVE 0 TO WS-PRD-ENTRADAS(WS-PRD-TOTAL)
                            MOVE 0 TO WS-PRD-SAIDAS(WS-PRD-TOTAL)
                            MOVE 0 TO
                                WS-PRD-DEVOLUCOES(WS-PRD-TOTAL)
                            MOVE 0 TO WS-PRD-AJUSTES(WS-PRD-TOTAL)
                            MOVE 'N' TO
                                WS-PRD-TEM-PONTO(WS-PRD-TOTAL)
                            MOVE 0 TO WS-PRD-PONTO(WS-PRD-TOTAL)
                            MOVE 0 TO WS-PRD-PONTO-DATA(WS-PRD-TOTAL)
                            MOVE SPACES TO
                                WS-PRD-PONTO-OPER(WS-PRD-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-PRD-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PRODMASTER = "10"
                CLOSE PRODUCT-MASTER-FILE
            END-IF.

       LOCALIZA-PRODUTO.
            MOVE 'N' TO WS-PRD-ACHOU.
            PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                    OR WS-PRD-ACHOU = 'S'
                IF WS-PRD-ID(WS-PRD-SUB) = WS-PRODUTO-BUSCA
                    MOVE 'S' TO WS-PRD-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PRD-ACHOU = 'S'
                SUBTRACT 1 FROM WS-PRD-SUB
            END-IF.

      * Goods coming onto the shelf: PROD off the production line,
      * COMP bought in finished. The production order or purchase
      * note number goes along as the document when there is one.
       REGISTRA-ENTRADAS.
            MOVE SPACES TO WS-PRODUTO-BUSCA.
            PERFORM UNTIL WS-PRODUTO-BUSCA = "FIM"
                DISPLAY "CODIGO DO PRODUTO (FIM P/ ENCERRAR):"
                ACCEPT WS-PRODUTO-BUSCA
                IF WS-PRODUTO-BUSCA NOT = "FIM"
                        AND WS-PRODUTO-BUSCA NOT = SPACES
                    PERFORM REGISTRA-UMA-ENTRADA
                END-IF
            END-PERFORM.
            DISPLAY "ENTRADAS GRAVADAS: " WS-QTD-MOVTOS.

       REGISTRA-UMA-ENTRADA.
            PERFORM LOCALIZA-PRODUTO.
            IF WS-PRD-ACHOU = 'N'
                DISPLAY "PRODUTO FORA DO PRODMASTER: "
      -             WS-PRODUTO-BUSCA " - LINHA DESCARTADA"
            ELSE
                DISPLAY "QUANTIDADE RECEBIDA:"
                ACCEPT WS-QTD-ENTRADA
                DISPLAY "ORIGEM (PROD PRODUCAO, COMP COMPRA):"
                ACCEPT WS-MOTIVO-ENTRADA
                DISPLAY "DOCUMENTO (ORDEM OU NOTA, 0 SE NAO HOUVER):"
                ACCEPT WS-DOC-ENTRADA
                EVALUATE TRUE
                 WHEN WS-QTD-ENTRADA = 0
                    DISPLAY "QUANTIDADE ZERO - LINHA DESCARTADA"
                 WHEN WS-MOTIVO-ENTRADA NOT = "PROD"
                        AND WS-MOTIVO-ENTRADA NOT = "COMP"
                    DISPLAY "ORIGEM INVALIDA - LINHA DESCARTADA"
                 WHEN WS-DOC-ENTRADA NOT NUMERIC
                    DISPLAY "DOCUMENTO INVALIDO - LINHA DESCARTADA"
                 WHEN OTHER
                    MOVE SPACES TO FINISHED-GOODS-LEDGER-RECORD
                    MOVE WS-PRODUTO-BUSCA TO FG-PM-ID
                    MOVE 'E' TO FG-TIPO
                    MOVE '+' TO FG-SINAL
                    MOVE WS-QTD-ENTRADA TO FG-QTD
                    MOVE WS-DOC-ENTRADA TO FG-DOCUMENTO
                    MOVE WS-MOTIVO-ENTRADA TO FG-MOTIVO
                    PERFORM GRAVA-MOVIMENTO
                END-EVALUATE
            END-IF.

       GRAVA-MOVIMENTO.
            OPEN EXTEND FG-LEDGER-FILE.
            IF WS-FS-FGLEDGER = "35"
                OPEN OUTPUT FG-LEDGER-FILE
            END-IF
            MOVE WS-DATA-REF TO FG-DATA.
            MOVE WS-OPERADOR-ID TO FG-OPERADOR.
            MOVE SPACE TO FG-DELIM-1.
            MOVE SPACE TO FG-DELIM-2.
            MOVE SPACE TO FG-DELIM-3.
            MOVE SPACE TO FG-DELIM-4.
            MOVE SPACE TO FG-DELIM-5.
            MOVE SPACE TO FG-DELIM-6.
            MOVE SPACE TO FG-DELIM-7.
            WRITE FINISHED-GOODS-LEDGER-RECORD.
            CLOSE FG-LEDGER-FILE.
            ADD 1 TO WS-QTD-MOVTOS.

      * The shelf count replaces the book balance: whatever differs
      * goes in as one 'A' movement, up or down, and the reason is
      * mandatory so the losses can be told apart at year end.
       REGISTRA-CONTAGEM.
            IF WS-PRD-TOTAL = 0 OR WS-PRD-ESTOUROU = 'S'
                DISPLAY "PRODMASTER AUSENTE OU MAIOR QUE A TABELA"
      -             " - CONTAGEM SUSPENSA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM SOMA-LEDGER
                MOVE SPACES TO WS-PRODUTO-BUSCA
                PERFORM UNTIL WS-PRODUTO-BUSCA = "FIM"
                    DISPLAY "CODIGO DO PRODUTO (FIM P/ ENCERRAR):"
                    ACCEPT WS-PRODUTO-BUSCA
                    IF WS-PRODUTO-BUSCA NOT = "FIM"
                            AND WS-PRODUTO-BUSCA NOT = SPACES
                        PERFORM REGISTRA-UMA-CONTAGEM
                    END-IF
                END-PERFORM
                DISPLAY "AJUSTES GRAVADOS: " WS-QTD-MOVTOS
            END-IF.

       REGISTRA-UMA-CONTAGEM.
            PERFORM LOCALIZA-PRODUTO.
            IF WS-PRD-ACHOU = 'N'
                DISPLAY "PRODUTO FORA DO PRODMASTER: "
      -             WS-PRODUTO-BUSCA " - LINHA DESCARTADA"
            ELSE
                MOVE WS-PRD-SALDO(WS-PRD-SUB) TO WS-ED-SALDO
                DISPLAY WS-PRD-NOME(WS-PRD-SUB)
      -             " SALDO CONTABIL: " WS-ED-SALDO
                DISPLAY "QUANTIDADE CONTADA:"
                ACCEPT WS-QTD-CONTADA
                COMPUTE WS-QTD-DIFERENCA =
                    WS-QTD-CONTADA - WS-PRD-SALDO(WS-PRD-SUB)
                IF WS-QTD-DIFERENCA = 0
                    DISPLAY "CONTAGEM CONFERE - SEM AJUSTE"
                ELSE
                    PERFORM GRAVA-AJUSTE-CONTAGEM
                END-IF
            END-IF.

       GRAVA-AJUSTE-CONTAGEM.
            MOVE WS-QTD-DIFERENCA TO WS-ED-AJUSTES.
            DISPLAY "DIFERENCA: " WS-ED-AJUSTES.
            DISPLAY "MOTIVO (QUEB QUEBRA, VENC VENCIDO, FURT FURTO,"
      -         " CONT ERRO DE CONTAGEM):".
            ACCEPT WS-MOTIVO-ENTRADA.
            IF WS-MOTIVO-ENTRADA NOT = "QUEB"
                    AND WS-MOTIVO-ENTRADA NOT = "VENC"
                    AND WS-MOTIVO-ENTRADA NOT = "FURT"
                    AND WS-MOTIVO-ENTRADA NOT = "CONT"
                DISPLAY "MOTIVO INVALIDO - AJUSTE DESCARTADO"
            ELSE
                MOVE SPACES TO FINISHED-GOODS-LEDGER-RECORD
                MOVE WS-PRODUTO-BUSCA TO FG-PM-ID
                MOVE 'A' TO FG-TIPO
                IF WS-QTD-DIFERENCA < 0
                    MOVE '-' TO FG-SINAL
                    COMPUTE FG-QTD = 0 - WS-QTD-DIFERENCA
                ELSE
                    MOVE '+' TO FG-SINAL
                    MOVE WS-QTD-DIFERENCA TO FG-QTD
                END-IF
                MOVE 0 TO FG-DOCUMENTO
                MOVE WS-MOTIVO-ENTRADA TO FG-MOTIVO
                PERFORM GRAVA-MOVIMENTO
                MOVE WS-QTD-CONTADA TO WS-PRD-SALDO(WS-PRD-SUB)
            END-IF.

      * The day's position: every movement on the ledger builds the
      * balance, those dated on the business date are also shown by
      * type, and the balance is held against the reorder point.
       POSICAO-DIARIA.
            IF WS-PRD-TOTAL = 0 OR WS-PRD-ESTOUROU = 'S'
                DISPLAY "PRODMASTER AUSENTE OU MAIOR QUE A TABELA"
      -             " - POSICAO NAO EMITIDA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM SOMA-LEDGER
                PERFORM CARREGA-PONTOS
                PERFORM GRAVA-POSICAO
                IF WS-QTD-REPOR > 0
                    DISPLAY "PRODUTOS A REPOR: " WS-QTD-REPOR
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

       SOMA-LEDGER.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT FG-LEDGER-FILE.
            IF WS-FS-FGLEDGER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ FG-LEDGER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM SOMA-UM-MOVIMENTO
                END-READ
            END-PERFORM.
            IF WS-FS-FGLEDGER = "10"
                CLOSE FG-LEDGER-FILE
            END-IF.

       SOMA-UM-MOVIMENTO.
            MOVE FG-PM-ID TO WS-PRODUTO-BUSCA.
            PERFORM LOCALIZA-PRODUTO.
            IF WS-PRD-ACHOU = 'S'
                IF FG-SINAL = '-'
                    SUBTRACT FG-QTD FROM WS-PRD-SALDO(WS-PRD-SUB)
                ELSE
                    ADD FG-QTD TO WS-PRD-SALDO(WS-PRD-SUB)
                END-IF
                IF FG-DATA = WS-DATA-REF
                    PERFORM SOMA-MOVIMENTO-DO-DIA
                END-IF
            END-IF.

       SOMA-MOVIMENTO-DO-DIA.
            EVALUATE FG-TIPO
             WHEN 'E'
                ADD FG-QTD TO WS-PRD-ENTRADAS(WS-PRD-SUB)
             WHEN 'S'
                ADD FG-QTD TO WS-PRD-SAIDAS(WS-PRD-SUB)
             WHEN 'D'
                ADD FG-QTD TO WS-PRD-DEVOLUCOES(WS-PRD-SUB)
             WHEN 'A'
                IF FG-SINAL = '-'
                    SUBTRACT FG-QTD FROM WS-PRD-AJUSTES(WS-PRD-SUB)
                ELSE
                    ADD FG-QTD TO WS-PRD-AJUSTES(WS-PRD-SUB)
                END-IF
            END-EVALUATE.

      * Reorder points off FGREORD; with no file deployed no
      * product is flagged, the usual default.
       CARREGA-PONTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT REORDER-POINT-FILE.
            IF WS-FS-FGREORD NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ REORDER-POINT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE RO-PM-ID TO WS-PRODUTO-BUSCA
                        PERFORM LOCALIZA-PRODUTO
                        IF WS-PRD-ACHOU = 'S'
                            MOVE 'S' TO WS-PRD-TEM-PONTO(WS-PRD-SUB)
                            MOVE RO-PONTO TO WS-PRD-PONTO(WS-PRD-SUB)
                            MOVE RO-DATA-REVISAO TO
                                WS-PRD-PONTO-DATA(WS-PRD-SUB)
                            MOVE RO-OPERADOR TO
                                WS-PRD-PONTO-OPER(WS-PRD-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-FGREORD = "10"
                CLOSE REORDER-POINT-FILE
            END-IF.

       GRAVA-POSICAO.
            OPEN OUTPUT STOCK-POSITION-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "POSICAO DE PRODUTO ACABADO EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "PRODUTO    NOME         SALDO ENTRADA   SAIDA"
                "   DEVOL  AJUSTE  PONTO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                PERFORM GRAVA-POSICAO-PRODUTO
            END-PERFORM.
            CLOSE STOCK-POSITION-FILE.

       GRAVA-POSICAO-PRODUTO.
            MOVE WS-PRD-SALDO(WS-PRD-SUB) TO WS-ED-SALDO.
            MOVE WS-PRD-ENTRADAS(WS-PRD-SUB) TO WS-ED-ENTRADAS.
            MOVE WS-PRD-SAIDAS(WS-PRD-SUB) TO WS-ED-SAIDAS.
            MOVE WS-PRD-DEVOLUCOES(WS-PRD-SUB) TO WS-ED-DEVOLUCOES.
            MOVE WS-PRD-AJUSTES(WS-PRD-SUB) TO WS-ED-AJUSTES.
            MOVE WS-PRD-PONTO(WS-PRD-SUB) TO WS-ED-PONTO.
            MOVE SPACES TO WS-LINHA.
            IF WS-PRD-TEM-PONTO(WS-PRD-SUB) = 'S'
                STRING WS-PRD-ID(WS-PRD-SUB) " "
                    WS-PRD-NOME(WS-PRD-SUB) " " WS-ED-SALDO " "
                    WS-ED-ENTRADAS " " WS-ED-SAIDAS " "
                    WS-ED-DEVOLUCOES " " WS-ED-AJUSTES " "
                    WS-ED-PONTO
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING WS-PRD-ID(WS-PRD-SUB) " "
                    WS-PRD-NOME(WS-PRD-SUB) " " WS-ED-SALDO " "
                    WS-ED-ENTRADAS " " WS-ED-SAIDAS " "
                    WS-ED-DEVOLUCOES " " WS-ED-AJUSTES " "
                    "     -"
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            IF WS-PRD-TEM-PONTO(WS-PRD-SUB) = 'S'
                    AND WS-PRD-SALDO(WS-PRD-SUB) <=
                        WS-PRD-PONTO(WS-PRD-SUB)
                MOVE "*** REPOR" TO WS-LINHA(81:10)
                ADD 1 TO WS-QTD-REPOR
            END-IF
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO STOCK-POSITION-RECORD.
            WRITE STOCK-POSITION-RECORD.

       MANTEM-PONTO-REPOSICAO.
            IF WS-PRD-TOTAL = 0 OR WS-PRD-ESTOUROU = 'S'
                DISPLAY "PRODMASTER AUSENTE OU MAIOR QUE A TABELA"
      -             " - PONTO NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-PONTOS
                DISPLAY "CODIGO DO PRODUTO:"
                ACCEPT WS-PRODUTO-BUSCA
                PERFORM LOCALIZA-PRODUTO
                IF WS-PRD-ACHOU = 'N'
                    DISPLAY "PRODUTO FORA DO PRODMASTER: "
      -                 WS-PRODUTO-BUSCA
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM ALTERA-PONTO-REPOSICAO
                END-IF
            END-IF.

       ALTERA-PONTO-REPOSICAO.
            IF WS-PRD-TEM-PONTO(WS-PRD-SUB) = 'S'
                MOVE WS-PRD-PONTO(WS-PRD-SUB) TO WS-ED-PONTO
                DISPLAY WS-PRD-NOME(WS-PRD-SUB)
      -             " PONTO ATUAL " WS-ED-PONTO
      -             " REVISTO EM " WS-PRD-PONTO-DATA(WS-PRD-SUB)
      -             " POR " WS-PRD-PONTO-OPER(WS-PRD-SUB)
                PERFORM MONTA-REGISTRO-PONTO
                MOVE REORDER-POINT-RECORD TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                DISPLAY WS-PRD-NOME(WS-PRD-SUB)
      -             " SEM PONTO DE REPOSICAO CADASTRADO"
                MOVE SPACES TO WS-CHG-ANTES
                MOVE "I" TO WS-CHG-OPERACAO
            END-IF
            DISPLAY "NOVO PONTO DE REPOSICAO:".
            ACCEPT WS-PONTO-ENTRADA.
            IF WS-PONTO-ENTRADA NOT NUMERIC
                DISPLAY "PONTO INVALIDO - NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'S' TO WS-PRD-TEM-PONTO(WS-PRD-SUB)
                MOVE WS-PONTO-ENTRADA TO WS-PRD-PONTO(WS-PRD-SUB)
                MOVE WS-DATA-REF TO WS-PRD-PONTO-DATA(WS-PRD-SUB)
                MOVE WS-OPERADOR-ID TO WS-PRD-PONTO-OPER(WS-PRD-SUB)
                PERFORM MONTA-REGISTRO-PONTO
                MOVE REORDER-POINT-RECORD TO WS-CHG-DEPOIS
                PERFORM REGRAVA-PONTOS
                MOVE "FGREORD" TO WS-CHG-ARQUIVO
                MOVE WS-PRODUTO-BUSCA TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
                DISPLAY "PONTO DE REPOSICAO GRAVADO"
            END-IF.

       REGRAVA-PONTOS.
            OPEN OUTPUT REORDER-POINT-FILE.
            PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                IF WS-PRD-TEM-PONTO(WS-PRD-SUB) = 'S'
                    PERFORM MONTA-REGISTRO-PONTO
                    WRITE REORDER-POINT-RECORD
                END-IF
            END-PERFORM.
            CLOSE REORDER-POINT-FILE.

       MONTA-REGISTRO-PONTO.
            MOVE SPACES TO REORDER-POINT-RECORD.
            MOVE WS-PRD-ID(WS-PRD-SUB) TO RO-PM-ID.
            MOVE WS-PRD-PONTO(WS-PRD-SUB) TO RO-PONTO.
            MOVE WS-PRD-PONTO-DATA(WS-PRD-SUB) TO RO-DATA-REVISAO.
            MOVE WS-PRD-PONTO-OPER(WS-PRD-SUB) TO RO-OPERADOR.

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM FGSTOCK.
