      *          balance per ingredient plus a purchase suggestion
      *          whenever the projected stock covers fewer days
      *          than the days-of-cover minimum at the day's usage.
      *          Every receipt carries the supplier lot and expiry,
      *          and the night consumes each ingredient lot by lot,
      *          earliest expiry first (expired lots are skipped).
      *          Mode 3 prints the LOTEXPIRY list of lots expiring
      *          within N days, mode 4 traces a lot to the
      *          production dates that used it (or a production
      *          date back to its lots) and mode 5 writes off the
      *          balance of an expired lot. Mode 6 keys a new
      *          supplier unit cost onto the INGREDIENT master and
      *          keeps the old one as dated INGPRICEH history; mode
      *          7 lists that history for one ingredient.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-PRODPLAN.
           SELECT STOCK-POSITION-FILE ASSIGN TO "STOCKPOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-EXPIRY-FILE ASSIGN TO "LOTEXPIRY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOT-TRACE-FILE ASSIGN TO "LOTTRACE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRICE-HISTORY-FILE ASSIGN TO "INGPRICEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INGPRICEH.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           05 SL-TIPO               PIC X(1).
           05 SL-DELIM-3            PIC X(1).
           05 SL-QTD                PIC 9(6)V99.
      * Lot and expiry are blank on movements keyed before lots
      * were tracked; those count as one unnamed, undated lot.
           05 SL-DELIM-4            PIC X(1).
           05 SL-LOTE               PIC X(12).
           05 SL-DELIM-5            PIC X(1).
           05 SL-VALIDADE           PIC 9(8).

       FD  INGREDIENT-MASTER-FILE.
       01  INGREDIENT-MASTER-RECORD.
       FD  STOCK-POSITION-FILE.
       01  STOCK-POSITION-RECORD    PIC X(90).

       FD  LOT-EXPIRY-FILE.
       01  LOT-EXPIRY-RECORD        PIC X(90).

       FD  LOT-TRACE-FILE.
       01  LOT-TRACE-RECORD         PIC X(90).

       FD  PRICE-HISTORY-FILE.
           COPY "ingprice.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

                   10 WS-SLD-DESCRICAO  PIC X(20).
                   10 WS-SLD-SALDO      PIC S9(7)V99.
                   10 WS-SLD-CONSUMO-DIA PIC 9(6)V99.
                   10 WS-SLD-PRECO      PIC 9(4)V99.
           77 WS-SLD-TOTAL PIC 9(2) VALUE 0.
           77 WS-SLD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-SLD-SUB PIC 9(2).
           77 WS-SLD-ACHOU PIC X(1).
           01 WS-TABELA-RECEITAS.
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "INGSTOCK".
      * Open balance per ingredient lot, rebuilt from the ledger.
           01 WS-TABELA-LOTES.
               05 WS-LOT-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-LOT-IX.
                   10 WS-LOT-INGREDIENTE PIC X(6).
                   10 WS-LOT-LOTE       PIC X(12).
                   10 WS-LOT-VALIDADE   PIC 9(8).
                   10 WS-LOT-SALDO      PIC S9(7)V99.
           01 WS-LOT-TROCA              PIC X(35).
           77 WS-LOT-TOTAL PIC 9(3) VALUE 0.
           77 WS-LOT-SUB PIC 9(3).
           77 WS-LOT-SUB2 PIC 9(3).
           77 WS-LOT-ESCOLHIDO PIC 9(3).
           77 WS-LOT-ACHOU PIC X(1).
           77 WS-LOT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-LOTE-ENTRADA PIC X(12).
           77 WS-VALIDADE-ENTRADA PIC 9(8).
           77 WS-LOTE-BUSCA PIC X(12).
           77 WS-VALIDADE-BUSCA PIC 9(8).
           77 WS-QTD-RESTANTE PIC 9(7)V99.
           77 WS-QTD-LOTE PIC 9(6)V99.
           77 WS-DIAS-AVISO PIC 9(3).
           77 WS-DATA-LIMITE PIC 9(8).
           77 WS-DATA-BUSCA PIC 9(8).
           77 WS-TIPO-RASTREIO PIC 9(1).
           77 WS-QTD-LISTADOS PIC 9(4) VALUE 0.
           77 WS-SITUACAO-LOTE PIC X(10).
           77 WS-DESCRICAO-LOTE PIC X(20).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-FS-INGPRICEH PIC X(2).
           77 WS-SUB-MASTER PIC 9(2).
           77 WS-PRECO-NOVO PIC 9(4)V99.
           77 WS-PRECO-ANTERIOR PIC 9(4)V99.
           77 WS-FORNECEDOR PIC X(20).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-INGREDIENTES
            DISPLAY "1 - REGISTRAR ENTRADAS DE SUPRIMENTOS"
            DISPLAY "2 - CONSUMO DO PLANO E POSICAO DE ESTOQUE"
            DISPLAY "3 - LOTES A VENCER"
            DISPLAY "4 - RASTREIO DE LOTE"
            DISPLAY "5 - BAIXA DE LOTE VENCIDO"
            DISPLAY "6 - ALTERAR CUSTO DE INGREDIENTE"
            DISPLAY "7 - HISTORICO DE CUSTO DE INGREDIENTE"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM REGISTRA-ENTRADAS
             WHEN 2 PERFORM PROCESSA-NOITE
                     MOVE "MODO 2 - POSICAO ESTOQUE" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM RELATORIO-VALIDADE
                     MOVE "MODO 3 - LOTES A VENCER" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM RASTREIA-LOTE
                     MOVE "MODO 4 - RASTREIO DE LOTE" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM BAIXA-LOTE-VENCIDO
                     MOVE "MODO 5 - BAIXA LOTE VENCIDO" TO
                         WS-AUDIT-RESUMO
             WHEN 6 PERFORM ALTERA-CUSTO
                     MOVE "MODO 6 - CUSTO INGREDIENTE" TO
                         WS-AUDIT-RESUMO
             WHEN 7 PERFORM LISTA-HISTORICO-CUSTO
                     MOVE "MODO 7 - HISTORICO CUSTO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 7
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.
                            MOVE 0 TO WS-SLD-SALDO(WS-SLD-TOTAL)
                            MOVE 0 TO
                                WS-SLD-CONSUMO-DIA(WS-SLD-TOTAL)
                            MOVE IG-PRECO TO
                                WS-SLD-PRECO(WS-SLD-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-SLD-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
                ACCEPT WS-QTD-ENTRADA
                IF WS-QTD-ENTRADA = 0
                    DISPLAY "QUANTIDADE ZERO - LINHA DESCARTADA"
                ELSE
                    PERFORM REGISTRA-LOTE-ENTRADA
                END-IF
            END-IF.

      * The supplier lot and its expiry are mandatory on a receipt;
      * goods delivered already past their date are refused.
       REGISTRA-LOTE-ENTRADA.
            DISPLAY "LOTE DO FORNECEDOR:"
            ACCEPT WS-LOTE-ENTRADA
            DISPLAY "VALIDADE DO LOTE (AAAAMMDD):"
            ACCEPT WS-VALIDADE-ENTRADA
            IF WS-LOTE-ENTRADA = SPACES
                DISPLAY "LOTE NAO INFORMADO - LINHA DESCARTADA"
            ELSE
                IF WS-VALIDADE-ENTRADA NOT NUMERIC
                        OR WS-VALIDADE-ENTRADA < WS-DATA-REF
                    DISPLAY "VALIDADE INVALIDA OU VENCIDA - "
      -                 "LINHA DESCARTADA"
                ELSE
                    MOVE 'E' TO SL-TIPO
                    MOVE WS-ING-ENTRADA TO SL-INGREDIENTE
                    MOVE WS-QTD-ENTRADA TO SL-QTD
                    MOVE WS-LOTE-ENTRADA TO SL-LOTE
                    MOVE WS-VALIDADE-ENTRADA TO SL-VALIDADE
                    PERFORM GRAVA-MOVIMENTO
                END-IF
            END-IF.
            MOVE SPACE TO SL-DELIM-1.
            MOVE SPACE TO SL-DELIM-2.
            MOVE SPACE TO SL-DELIM-3.
            MOVE SPACE TO SL-DELIM-4.
            MOVE SPACE TO SL-DELIM-5.
            WRITE STOCK-LEDGER-RECORD.
            CLOSE STOCK-LEDGER-FILE.
            ADD 1 TO WS-QTD-MOVTOS.

      * Lots beyond the table would leave FEFO drawing on a partial
      * picture, so the night stops before posting anything.
       PROCESSA-NOITE.
            PERFORM CARREGA-RECEITAS.
            PERFORM CONSOME-PLANO-DO-DIA.
            IF WS-LOT-ESTOUROU = 'S'
                DISPLAY "STOCKLEDG EXCEDE 300 LOTES - CONSUMO E"
      -             " POSICAO NAO GRAVADOS"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM SOMA-LEDGER
                PERFORM GRAVA-POSICAO
            END-IF.

       CARREGA-RECEITAS.
            MOVE 'N' TO WS-EOF-ARQ.
                DISPLAY "CONSUMO DE " WS-DATA-REF
      -             " JA LANCADO NO LEDGER - NAO REPETIDO"
            ELSE
                PERFORM CARREGA-LOTES
                IF WS-LOT-ESTOUROU = 'N'
                    PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                            UNTIL WS-SLD-SUB > WS-SLD-TOTAL
                        IF WS-SLD-CONSUMO-DIA(WS-SLD-SUB) > 0
                            PERFORM CONSOME-FEFO
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

      * First-expiry-first-out: the day's usage of one ingredient is
      * drawn from its open lots in expiry order, one 'S' movement
      * per lot touched, so each lot knows the production date it
      * went into. Whatever the lots cannot cover still lands, on
      * the unnamed lot, so the position keeps showing the shortage.
       CONSOME-FEFO.
            MOVE WS-SLD-CONSUMO-DIA(WS-SLD-SUB) TO WS-QTD-RESTANTE.
            MOVE 'S' TO WS-LOT-ACHOU.
            PERFORM UNTIL WS-QTD-RESTANTE = 0 OR WS-LOT-ACHOU = 'N'
                PERFORM ESCOLHE-LOTE-FEFO
                IF WS-LOT-ACHOU = 'S'
                    IF WS-LOT-SALDO(WS-LOT-ESCOLHIDO) < WS-QTD-RESTANTE
                        MOVE WS-LOT-SALDO(WS-LOT-ESCOLHIDO)
                            TO WS-QTD-LOTE
                    ELSE
                        MOVE WS-QTD-RESTANTE TO WS-QTD-LOTE
                    END-IF
                    SUBTRACT WS-QTD-LOTE FROM
                        WS-LOT-SALDO(WS-LOT-ESCOLHIDO)
                    SUBTRACT WS-QTD-LOTE FROM WS-QTD-RESTANTE
                    MOVE 'S' TO SL-TIPO
                    MOVE WS-SLD-INGREDIENTE(WS-SLD-SUB)
                        TO SL-INGREDIENTE
                    MOVE WS-QTD-LOTE TO SL-QTD
                    MOVE WS-LOT-LOTE(WS-LOT-ESCOLHIDO) TO SL-LOTE
                    MOVE WS-LOT-VALIDADE(WS-LOT-ESCOLHIDO)
                        TO SL-VALIDADE
                    PERFORM GRAVA-MOVIMENTO
                END-IF
            END-PERFORM.
            IF WS-QTD-RESTANTE > 0
                DISPLAY "LOTES INSUFICIENTES PARA "
      -             WS-SLD-INGREDIENTE(WS-SLD-SUB)
      -             " - SEM LOTE: " WS-QTD-RESTANTE
                MOVE 'S' TO SL-TIPO
                MOVE WS-SLD-INGREDIENTE(WS-SLD-SUB) TO SL-INGREDIENTE
                MOVE WS-QTD-RESTANTE TO SL-QTD
                MOVE SPACES TO SL-LOTE
                MOVE 0 TO SL-VALIDADE
                PERFORM GRAVA-MOVIMENTO
                MOVE 4 TO RETURN-CODE
            END-IF.

      * Earliest-expiring open lot of the ingredient that is still in
      * date; the undated stock from before lot tracking goes first.
       ESCOLHE-LOTE-FEFO.
            MOVE 'N' TO WS-LOT-ACHOU.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                IF WS-LOT-INGREDIENTE(WS-LOT-SUB) =
                        WS-SLD-INGREDIENTE(WS-SLD-SUB)
                        AND WS-LOT-SALDO(WS-LOT-SUB) > 0
                        AND (WS-LOT-VALIDADE(WS-LOT-SUB) = 0
                        OR WS-LOT-VALIDADE(WS-LOT-SUB) >= WS-DATA-REF)
                    IF WS-LOT-ACHOU = 'N'
                        MOVE WS-LOT-SUB TO WS-LOT-ESCOLHIDO
                        MOVE 'S' TO WS-LOT-ACHOU
                    ELSE
                        IF WS-LOT-VALIDADE(WS-LOT-SUB) <
                                WS-LOT-VALIDADE(WS-LOT-ESCOLHIDO)
                            MOVE WS-LOT-SUB TO WS-LOT-ESCOLHIDO
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * Lot balances are not kept anywhere - they are rebuilt from
      * the ledger: receipts open a lot, consumption and write-offs
      * draw it down. A ledger with more lots than the table sets
      * WS-LOT-ESTOUROU and the caller refuses its mode.
       CARREGA-LOTES.
            MOVE 0 TO WS-LOT-TOTAL.
            MOVE 'N' TO WS-LOT-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT STOCK-LEDGER-FILE.
            IF WS-FS-STOCKLEDG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ STOCK-LEDGER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM SOMA-MOVIMENTO-LOTE
                END-READ
            END-PERFORM.
            IF WS-FS-STOCKLEDG = "10"
                CLOSE STOCK-LEDGER-FILE
            END-IF.

       SOMA-MOVIMENTO-LOTE.
            IF SL-VALIDADE NOT NUMERIC
                MOVE 0 TO SL-VALIDADE
            END-IF
            MOVE 'N' TO WS-LOT-ACHOU.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                    OR WS-LOT-ACHOU = 'S'
                IF WS-LOT-INGREDIENTE(WS-LOT-SUB) = SL-INGREDIENTE
                        AND WS-LOT-LOTE(WS-LOT-SUB) = SL-LOTE
                    MOVE 'S' TO WS-LOT-ACHOU
                END-IF
            END-PERFORM.
            IF WS-LOT-ACHOU = 'S'
                SUBTRACT 1 FROM WS-LOT-SUB
            ELSE
                IF WS-LOT-TOTAL < 300
                    ADD 1 TO WS-LOT-TOTAL
                    MOVE WS-LOT-TOTAL TO WS-LOT-SUB
                    MOVE SL-INGREDIENTE TO
                        WS-LOT-INGREDIENTE(WS-LOT-SUB)
                    MOVE SL-LOTE TO WS-LOT-LOTE(WS-LOT-SUB)
                    MOVE SL-VALIDADE TO WS-LOT-VALIDADE(WS-LOT-SUB)
                    MOVE 0 TO WS-LOT-SALDO(WS-LOT-SUB)
                    MOVE 'S' TO WS-LOT-ACHOU
                ELSE
                    MOVE 'S' TO WS-LOT-ESTOUROU
                END-IF
            END-IF
            IF WS-LOT-ACHOU = 'S'
                IF SL-TIPO = 'E'
                    ADD SL-QTD TO WS-LOT-SALDO(WS-LOT-SUB)
                ELSE
                    SUBTRACT SL-QTD FROM WS-LOT-SALDO(WS-LOT-SUB)
                END-IF
            END-IF.

       VERIFICA-CONSUMO-LANCADO.
                    WS-SLD-INGREDIENTE(WS-SLD-TOTAL)
                MOVE SPACES TO WS-SLD-DESCRICAO(WS-SLD-TOTAL)
                MOVE 0 TO WS-SLD-SALDO(WS-SLD-TOTAL)
                MOVE 0 TO WS-SLD-PRECO(WS-SLD-TOTAL)
                MOVE WS-CONSUMO-CALC TO
                    WS-SLD-CONSUMO-DIA(WS-SLD-TOTAL)
            END-IF.
            MOVE WS-LINHA TO STOCK-POSITION-RECORD.
            WRITE STOCK-POSITION-RECORD.

      * Daily list of open lots expiring within N days of the
      * business date (already-expired ones included), earliest
      * first, so the cream is used or written off before it turns.
       RELATORIO-VALIDADE.
            DISPLAY "DIAS DE ANTECEDENCIA (0 = 7):"
            ACCEPT WS-DIAS-AVISO
            IF WS-DIAS-AVISO = 0
                MOVE 7 TO WS-DIAS-AVISO
            END-IF
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD WS-DIAS-AVISO TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-LIMITE.
            PERFORM CARREGA-LOTES.
            IF WS-LOT-ESTOUROU = 'S'
                DISPLAY "STOCKLEDG EXCEDE 300 LOTES - LISTA DE"
      -             " VALIDADE NAO EMITIDA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM EMITE-LISTA-VALIDADE
            END-IF.

       EMITE-LISTA-VALIDADE.
            PERFORM ORDENA-LOTES.
            OPEN OUTPUT LOT-EXPIRY-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "LOTES A VENCER ATE " WS-DATA-LIMITE
                " (REF " WS-DATA-REF ")"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-VALIDADE.
            MOVE SPACES TO WS-LINHA.
            STRING "INGRED DESCRICAO            LOTE         "
                "VALIDADE   SALDO      SITUACAO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-VALIDADE.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                IF WS-LOT-SALDO(WS-LOT-SUB) > 0
                        AND WS-LOT-VALIDADE(WS-LOT-SUB) > 0
                        AND WS-LOT-VALIDADE(WS-LOT-SUB)
                            <= WS-DATA-LIMITE
                    PERFORM LISTA-LOTE-A-VENCER
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "LOTES LISTADOS: " WS-QTD-LISTADOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-VALIDADE.
            CLOSE LOT-EXPIRY-FILE.

       LISTA-LOTE-A-VENCER.
            EVALUATE TRUE
             WHEN WS-LOT-VALIDADE(WS-LOT-SUB) < WS-DATA-REF
                MOVE "VENCIDO" TO WS-SITUACAO-LOTE
             WHEN WS-LOT-VALIDADE(WS-LOT-SUB) = WS-DATA-REF
                MOVE "VENCE HOJE" TO WS-SITUACAO-LOTE
             WHEN OTHER
                MOVE "A VENCER" TO WS-SITUACAO-LOTE
            END-EVALUATE.
            MOVE WS-LOT-INGREDIENTE(WS-LOT-SUB) TO WS-ING-BUSCA.
            PERFORM BUSCA-DESCRICAO.
            MOVE SPACES TO WS-LINHA.
            STRING WS-LOT-INGREDIENTE(WS-LOT-SUB) " "
                WS-DESCRICAO-LOTE " "
                WS-LOT-LOTE(WS-LOT-SUB) " "
                WS-LOT-VALIDADE(WS-LOT-SUB) " "
                WS-LOT-SALDO(WS-LOT-SUB) " "
                WS-SITUACAO-LOTE
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-VALIDADE.
            ADD 1 TO WS-QTD-LISTADOS.

       BUSCA-DESCRICAO.
            MOVE SPACES TO WS-DESCRICAO-LOTE.
            MOVE 'N' TO WS-SLD-ACHOU.
            PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                    UNTIL WS-SLD-SUB > WS-SLD-TOTAL
                    OR WS-SLD-ACHOU = 'S'
                IF WS-SLD-INGREDIENTE(WS-SLD-SUB) = WS-ING-BUSCA
                    MOVE WS-SLD-DESCRICAO(WS-SLD-SUB)
                        TO WS-DESCRICAO-LOTE
                    MOVE 'S' TO WS-SLD-ACHOU
                END-IF
            END-PERFORM.

       ORDENA-LOTES.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB >= WS-LOT-TOTAL
                PERFORM VARYING WS-LOT-SUB2 FROM 1 BY 1
                        UNTIL WS-LOT-SUB2 >= WS-LOT-TOTAL
                    IF WS-LOT-VALIDADE(WS-LOT-SUB2) >
                            WS-LOT-VALIDADE(WS-LOT-SUB2 + 1)
                        MOVE WS-LOT-ENTRADA(WS-LOT-SUB2)
                            TO WS-LOT-TROCA
                        MOVE WS-LOT-ENTRADA(WS-LOT-SUB2 + 1)
                            TO WS-LOT-ENTRADA(WS-LOT-SUB2)
                        MOVE WS-LOT-TROCA
                            TO WS-LOT-ENTRADA(WS-LOT-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       GRAVA-LINHA-VALIDADE.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO LOT-EXPIRY-RECORD.
            WRITE LOT-EXPIRY-RECORD.

      * Inspector's trace, straight off the ledger: a lot's receipt
      * and every production date that drew on it, or for one
      * production date every lot that went into it.
       RASTREIA-LOTE.
            DISPLAY "1 - LOTE -> DATAS DE PRODUCAO"
            DISPLAY "2 - DATA DE PRODUCAO -> LOTES"
            ACCEPT WS-TIPO-RASTREIO
            MOVE SPACES TO WS-LOTE-BUSCA.
            MOVE 0 TO WS-DATA-BUSCA.
            EVALUATE WS-TIPO-RASTREIO
             WHEN 1
                DISPLAY "LOTE:"
                ACCEPT WS-LOTE-BUSCA
             WHEN 2
                DISPLAY "DATA DE PRODUCAO (AAAAMMDD):"
                ACCEPT WS-DATA-BUSCA
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA!"
                MOVE 8 TO RETURN-CODE
            END-EVALUATE.
            IF WS-LOTE-BUSCA NOT = SPACES OR WS-DATA-BUSCA > 0
                PERFORM LISTA-RASTREIO
            END-IF.

       LISTA-RASTREIO.
            OPEN OUTPUT LOT-TRACE-FILE.
            MOVE SPACES TO WS-LINHA.
            IF WS-TIPO-RASTREIO = 1
                STRING "RASTREIO DO LOTE " WS-LOTE-BUSCA
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "LOTES CONSUMIDOS NA PRODUCAO DE "
                    WS-DATA-BUSCA
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA-RASTREIO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT STOCK-LEDGER-FILE.
            IF WS-FS-STOCKLEDG NOT = "00"
                DISPLAY "STOCKLEDG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ STOCK-LEDGER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM AVALIA-MOVIMENTO-RASTREIO
                END-READ
            END-PERFORM.
            IF WS-FS-STOCKLEDG = "10"
                CLOSE STOCK-LEDGER-FILE
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "MOVIMENTOS LISTADOS: " WS-QTD-LISTADOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RASTREIO.
            CLOSE LOT-TRACE-FILE.

       AVALIA-MOVIMENTO-RASTREIO.
            IF SL-VALIDADE NOT NUMERIC
                MOVE 0 TO SL-VALIDADE
            END-IF
            MOVE SPACES TO WS-LINHA.
            IF WS-TIPO-RASTREIO = 1
                IF SL-LOTE = WS-LOTE-BUSCA
                    EVALUATE SL-TIPO
                     WHEN 'E'
                        STRING "RECEBIDO EM " SL-DATA " "
                            SL-INGREDIENTE " QTD " SL-QTD
                            " VALIDADE " SL-VALIDADE
                            DELIMITED BY SIZE INTO WS-LINHA
                     WHEN 'S'
                        STRING "PRODUCAO DE " SL-DATA " "
                            SL-INGREDIENTE " QTD " SL-QTD
                            DELIMITED BY SIZE INTO WS-LINHA
                     WHEN OTHER
                        STRING "BAIXA EM " SL-DATA " "
                            SL-INGREDIENTE " QTD " SL-QTD
                            DELIMITED BY SIZE INTO WS-LINHA
                    END-EVALUATE
                END-IF
            ELSE
                IF SL-TIPO = 'S' AND SL-DATA = WS-DATA-BUSCA
                    STRING SL-INGREDIENTE " LOTE " SL-LOTE
                        " VALIDADE " SL-VALIDADE " QTD " SL-QTD
                        DELIMITED BY SIZE INTO WS-LINHA
                END-IF
            END-IF
            IF WS-LINHA NOT = SPACES
                PERFORM GRAVA-LINHA-RASTREIO
                ADD 1 TO WS-QTD-LISTADOS
            END-IF.

       GRAVA-LINHA-RASTREIO.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO LOT-TRACE-RECORD.
            WRITE LOT-TRACE-RECORD.

      * An expired lot's remaining balance leaves the books as a 'D'
      * movement; FEFO no longer draws on it, but until written off
      * it still counts in the position and on the expiry list.
       BAIXA-LOTE-VENCIDO.
            DISPLAY "CODIGO DO INGREDIENTE:"
            ACCEPT WS-ING-BUSCA
            DISPLAY "LOTE:"
            ACCEPT WS-LOTE-BUSCA
            PERFORM CARREGA-LOTES.
            IF WS-LOT-ESTOUROU = 'S'
                DISPLAY "STOCKLEDG EXCEDE 300 LOTES - BAIXA RECUSADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM BAIXA-UM-LOTE
            END-IF.

       BAIXA-UM-LOTE.
            MOVE 'N' TO WS-LOT-ACHOU.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                    OR WS-LOT-ACHOU = 'S'
                IF WS-LOT-INGREDIENTE(WS-LOT-SUB) = WS-ING-BUSCA
                        AND WS-LOT-LOTE(WS-LOT-SUB) = WS-LOTE-BUSCA
                    MOVE 'S' TO WS-LOT-ACHOU
                END-IF
            END-PERFORM.
            IF WS-LOT-ACHOU = 'N' OR WS-LOTE-BUSCA = SPACES
                DISPLAY "LOTE NAO ENCONTRADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                SUBTRACT 1 FROM WS-LOT-SUB
                IF WS-LOT-VALIDADE(WS-LOT-SUB) >= WS-DATA-REF
                    DISPLAY "LOTE AINDA NA VALIDADE - BAIXA RECUSADA"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF WS-LOT-SALDO(WS-LOT-SUB) NOT > 0
                        DISPLAY "LOTE SEM SALDO"
                        MOVE 4 TO RETURN-CODE
                    ELSE
                        MOVE WS-LOT-SALDO(WS-LOT-SUB) TO WS-QTD-LOTE
                        MOVE 'D' TO SL-TIPO
                        MOVE WS-ING-BUSCA TO SL-INGREDIENTE
                        MOVE WS-QTD-LOTE TO SL-QTD
                        MOVE WS-LOTE-BUSCA TO SL-LOTE
                        MOVE WS-LOT-VALIDADE(WS-LOT-SUB)
                            TO SL-VALIDADE
                        PERFORM GRAVA-MOVIMENTO
                        DISPLAY "BAIXA GRAVADA: " WS-LOTE-BUSCA
      -                     " QTD " WS-QTD-LOTE
                    END-IF
                END-IF
            END-IF.

      * A supplier price change: the master keeps only the current
      * unit cost, so the cost it held until today goes to INGPRICEH
      * with the supplier before the master line is rewritten.
       ALTERA-CUSTO.
            IF WS-SLD-TOTAL = 0 OR WS-SLD-ESTOUROU = 'S'
                DISPLAY "INGREDIENT AUSENTE OU MAIOR QUE A TABELA"
      -             " - CUSTO NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM ALTERA-CUSTO-INGREDIENTE
            END-IF.

       ALTERA-CUSTO-INGREDIENTE.
            DISPLAY "CODIGO DO INGREDIENTE:"
            ACCEPT WS-ING-BUSCA
            MOVE 'N' TO WS-SLD-ACHOU.
            PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                    UNTIL WS-SLD-SUB > WS-SLD-TOTAL
                    OR WS-SLD-ACHOU = 'S'
                IF WS-SLD-INGREDIENTE(WS-SLD-SUB) = WS-ING-BUSCA
                    MOVE 'S' TO WS-SLD-ACHOU
                END-IF
            END-PERFORM.
            IF WS-SLD-ACHOU = 'N'
                DISPLAY "INGREDIENTE FORA DO MASTER: " WS-ING-BUSCA
                MOVE 8 TO RETURN-CODE
            ELSE
                SUBTRACT 1 FROM WS-SLD-SUB
                MOVE WS-SLD-PRECO(WS-SLD-SUB) TO WS-PRECO-ANTERIOR
                DISPLAY WS-SLD-DESCRICAO(WS-SLD-SUB)
      -             " CUSTO ATUAL: " WS-PRECO-ANTERIOR
                DISPLAY "NOVO CUSTO UNITARIO:"
                ACCEPT WS-PRECO-NOVO
                DISPLAY "FORNECEDOR:"
                ACCEPT WS-FORNECEDOR
                EVALUATE TRUE
                 WHEN WS-PRECO-NOVO = 0
                    DISPLAY "CUSTO ZERO - NAO ALTERADO"
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-PRECO-NOVO = WS-PRECO-ANTERIOR
                    DISPLAY "CUSTO IGUAL AO ATUAL - NAO ALTERADO"
                    MOVE 4 TO RETURN-CODE
                 WHEN WS-FORNECEDOR = SPACES
                    DISPLAY "FORNECEDOR NAO INFORMADO - NAO ALTERADO"
                    MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM GRAVA-HISTORICO-CUSTO
                    PERFORM REGRAVA-INGREDIENTES
                    DISPLAY "CUSTO ALTERADO: " WS-ING-BUSCA " "
      -                 WS-PRECO-ANTERIOR " -> " WS-PRECO-NOVO
                END-EVALUATE
            END-IF.

       GRAVA-HISTORICO-CUSTO.
            OPEN EXTEND PRICE-HISTORY-FILE.
            IF WS-FS-INGPRICEH = "35"
                OPEN OUTPUT PRICE-HISTORY-FILE
            END-IF
            MOVE SPACES TO INGREDIENT-PRICE-HISTORY-RECORD.
            MOVE WS-ING-BUSCA TO IP-INGREDIENTE.
            MOVE WS-DATA-REF TO IP-DATA.
            MOVE WS-FORNECEDOR TO IP-FORNECEDOR.
            MOVE WS-PRECO-ANTERIOR TO IP-PRECO-ANTERIOR.
            MOVE WS-PRECO-NOVO TO IP-PRECO-NOVO.
            MOVE WS-OPERADOR-ID TO IP-OPERADOR.
            WRITE INGREDIENT-PRICE-HISTORY-RECORD.
            CLOSE PRICE-HISTORY-FILE.

       REGRAVA-INGREDIENTES.
            OPEN OUTPUT INGREDIENT-MASTER-FILE.
            PERFORM VARYING WS-SUB-MASTER FROM 1 BY 1
                    UNTIL WS-SUB-MASTER > WS-SLD-TOTAL
                MOVE SPACES TO INGREDIENT-MASTER-RECORD
                MOVE WS-SLD-INGREDIENTE(WS-SUB-MASTER) TO IG-CODIGO
                MOVE WS-SLD-DESCRICAO(WS-SUB-MASTER) TO IG-DESCRICAO
                MOVE WS-SLD-PRECO(WS-SUB-MASTER) TO IG-PRECO
                IF WS-SUB-MASTER = WS-SLD-SUB
                    MOVE INGREDIENT-MASTER-RECORD TO WS-CHG-ANTES
                    MOVE WS-PRECO-NOVO TO IG-PRECO
                    MOVE WS-PRECO-NOVO TO WS-SLD-PRECO(WS-SUB-MASTER)
                    MOVE INGREDIENT-MASTER-RECORD TO WS-CHG-DEPOIS
                END-IF
                WRITE INGREDIENT-MASTER-RECORD
            END-PERFORM.
            CLOSE INGREDIENT-MASTER-FILE.
            MOVE "INGREDIENT" TO WS-CHG-ARQUIVO.
            MOVE "A" TO WS-CHG-OPERACAO.
            MOVE WS-ING-BUSCA TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.

       LISTA-HISTORICO-CUSTO.
            DISPLAY "CODIGO DO INGREDIENTE:"
            ACCEPT WS-ING-BUSCA
            MOVE 0 TO WS-QTD-LISTADOS.
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
                        IF IP-INGREDIENTE = WS-ING-BUSCA
                            DISPLAY IP-DATA " " IP-FORNECEDOR " "
      -                         IP-PRECO-ANTERIOR " -> "
      -                         IP-PRECO-NOVO " " IP-OPERADOR
                            ADD 1 TO WS-QTD-LISTADOS
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-INGPRICEH = "10"
                CLOSE PRICE-HISTORY-FILE
            END-IF
            DISPLAY "ALTERACOES DE CUSTO: " WS-QTD-LISTADOS.

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM INGSTOCK.
