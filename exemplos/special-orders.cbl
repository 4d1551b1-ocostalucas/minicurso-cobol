      ******************************************************************
      * Author:
      * Date:
      * Purpose: takes the cakes and party orders off the counter
      *          pad. Mode 1 keys an ENCOMENDAS special order -
      *          customer, product, quantity, pickup date, agreed
      *          price and the deposit taken - and books the
      *          deposit on the business date's DAILYSALES under
      *          its payment type, so TILLRECON balances the drawer
      *          with it. Mode 2 prints the PICKUPLIST of the
      *          orders due that day (and any still uncollected
      *          from earlier days) with the balance to collect;
      *          mode 3 hands an order over and books the balance
      *          on DAILYSALES the same way; mode 4 lists the open
      *          orders. The money lines go on DAILYSALES under the
      *          ENCOMENDA pseudo-product with the unit cost equal
      *          to the amount, so the MONTHROLL margin is untouched
      *          and the demand readers skip them - FORECAST bakes
      *          the open orders off this file instead. A closed
      *          PERIODCTL month refuses the money like SALESENT.
      *          An order keyed with a delivery zone goes out on
      *          that zone's ROTEIRO route manifest instead of
      *          waiting at the counter.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCOMENDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPECIAL-ORDER-FILE ASSIGN TO "ENCOMENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT DAILY-SALES-FILE ASSIGN TO "DAILYSALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAILYSALES.
           SELECT RECIPE-FILE ASSIGN TO "RECIPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECIPE.
           SELECT PICKUP-LIST-FILE ASSIGN TO "PICKUPLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODCTL.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECTS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SPECIAL-ORDER-FILE.
           COPY "encomend.cpy".

       FD  DAILY-SALES-FILE.
       01  DAILY-SALES-RECORD.
           05 DS-PRODUTO            PIC X(10).
           05 DS-DELIM-1            PIC X(1).
           05 DS-PRECO-UNIDADE      PIC 9(4)V99.
           05 DS-DELIM-2            PIC X(1).
           05 DS-PRECO-VENDA        PIC 9(4)V99.
           05 DS-DELIM-3            PIC X(1).
           05 DS-QTD-VENDIDA        PIC 9(4)V99.
           05 DS-DELIM-4            PIC X(1).
           05 DS-DATA               PIC 9(8).
           05 DS-DELIM-5            PIC X(1).
           05 DS-TIPO-PAGTO         PIC X(1).

       FD  RECIPE-FILE.
       01  RECIPE-RECORD.
           05 RE-PRODUTO            PIC X(10).
           05 RE-DELIM-1            PIC X(1).
           05 RE-INGREDIENTE        PIC X(6).
           05 RE-DELIM-2            PIC X(1).
           05 RE-QTD                PIC 9(3)V99.

       FD  PICKUP-LIST-FILE.
       01  PICKUP-LIST-RECORD       PIC X(80).

       FD  PERIOD-CONTROL-FILE.
           COPY "perctl.cpy".

       FD  REJECT-FILE.
           COPY "reject.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-ENCOMENDAS PIC X(2).
           77 WS-FS-DAILYSALES PIC X(2).
           77 WS-FS-RECIPE PIC X(2).
           77 WS-FS-PERIODCTL PIC X(2).
           COPY "perwk.cpy".
           77 WS-FS-REJECTS PIC X(2).
           77 WS-REJ-MOTIVO PIC X(4).
           77 WS-REJ-IMAGEM PIC X(80).
           77 WS-JS-REJEITADOS PIC 9(6) VALUE 0.
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           01 WS-TABELA-ENCOMENDAS.
               05 WS-ENC-REGISTRO PIC X(121) OCCURS 500 TIMES.
           77 WS-ENC-TOTAL PIC 9(3) VALUE 0.
           77 WS-ENC-SUB PIC 9(3).
           77 WS-ENC-ACHOU PIC X(1).
           77 WS-ENC-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ENC-ULTIMO PIC 9(6) VALUE 0.
           01 WS-TABELA-PRODUTOS.
               05 WS-PRD-NOME PIC X(10) OCCURS 50 TIMES.
           77 WS-PRD-TOTAL PIC 9(2) VALUE 0.
           77 WS-PRD-SUB PIC 9(2).
           77 WS-PRD-ACHOU PIC X(1).
           01 WS-NOVA-ENCOMENDA.
               05 WS-NOV-CLIENTE        PIC X(20).
               05 WS-NOV-TELEFONE       PIC X(12).
               05 WS-NOV-PRODUTO        PIC X(10).
               05 WS-NOV-QTD            PIC 9(4).
               05 WS-NOV-DATA-RETIRADA  PIC 9(8).
               05 WS-NOV-PRECO          PIC 9(6)V99.
               05 WS-NOV-SINAL          PIC 9(6)V99.
               05 WS-NOV-TIPO-SINAL     PIC X(1).
               05 WS-NOV-ZONA           PIC X(4).
           77 WS-NOV-VALIDA PIC X(1).
           77 WS-NUMERO-ENTRADA PIC 9(6).
           77 WS-TIPO-PAGTO PIC X(1).
           77 WS-VALOR-CAIXA PIC 9(6)V99.
           77 WS-VALOR-LINHA PIC 9(4)V99.
           77 WS-SALDO PIC 9(6)V99.
           77 WS-TOT-SALDO PIC 9(8)V99 VALUE 0.
           77 WS-QTD-LISTADAS PIC 9(4) VALUE 0.
           77 WS-ED-PRECO PIC ZZZZZ9.99.
           77 WS-ED-SINAL PIC ZZZZZ9.99.
           77 WS-ED-SALDO PIC ZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-SITUACAO PIC X(8).
           77 WS-LINHA PIC X(80).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "ENCOMENDA".

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
            PERFORM CARREGA-PERIODOS
            PERFORM CARREGA-ENCOMENDAS
            DISPLAY "1 - REGISTRAR ENCOMENDA"
            DISPLAY "2 - LISTA DE RETIRADAS DO DIA (PICKUPLIST)"
            DISPLAY "3 - ENTREGAR ENCOMENDA E RECEBER SALDO"
            DISPLAY "4 - LISTAR ENCOMENDAS EM ABERTO"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM REGISTRA-ENCOMENDA
                     MOVE "MODO 1 - REGISTRA ENCOMENDA" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM LISTA-RETIRADAS
                     MOVE "MODO 2 - LISTA RETIRADAS" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM ENTREGA-ENCOMENDA
                     MOVE "MODO 3 - ENTREGA ENCOMENDA" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM LISTA-ABERTAS
                     MOVE "MODO 4 - LISTA ABERTAS" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-ENCOMENDAS.
            MOVE 0 TO WS-ENC-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SPECIAL-ORDER-FILE.
            IF WS-FS-ENCOMENDAS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SPECIAL-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF EC-NUMERO > WS-ENC-ULTIMO
                            MOVE EC-NUMERO TO WS-ENC-ULTIMO
                        END-IF
                        IF WS-ENC-TOTAL < 500
                            ADD 1 TO WS-ENC-TOTAL
                            MOVE SPECIAL-ORDER-RECORD TO
                                WS-ENC-REGISTRO(WS-ENC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-ENC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENCOMENDAS = "10"
                CLOSE SPECIAL-ORDER-FILE
            END-IF.

      * The product must be one the bakery has a RECIPE for (no
      * RECIPE deployed accepts any), the pickup date cannot be
      * in the past and the deposit cannot exceed the price.
       REGISTRA-ENCOMENDA.
            DISPLAY "DIGITE O NOME DO CLIENTE:"
            ACCEPT WS-NOV-CLIENTE
            DISPLAY "DIGITE O TELEFONE:"
            ACCEPT WS-NOV-TELEFONE
            DISPLAY "DIGITE O PRODUTO:"
            ACCEPT WS-NOV-PRODUTO
            DISPLAY "DIGITE A QUANTIDADE:"
            ACCEPT WS-NOV-QTD
            DISPLAY "DIGITE A DATA DE RETIRADA (AAAAMMDD):"
            ACCEPT WS-NOV-DATA-RETIRADA
            DISPLAY "DIGITE O PRECO TOTAL COMBINADO:"
            ACCEPT WS-NOV-PRECO
            DISPLAY "DIGITE O SINAL RECEBIDO (0 = SEM SINAL):"
            ACCEPT WS-NOV-SINAL
            MOVE 'D' TO WS-NOV-TIPO-SINAL
            IF WS-NOV-SINAL > 0
                DISPLAY "PAGAMENTO DO SINAL: D-DINHEIRO C-CARTAO"
                ACCEPT WS-NOV-TIPO-SINAL
            END-IF
            DISPLAY "ZONA DE ENTREGA (BRANCO = RETIRADA NA LOJA):"
            ACCEPT WS-NOV-ZONA
            PERFORM CARREGA-PRODUTOS
            PERFORM VALIDA-ENCOMENDA
            IF WS-NOV-VALIDA = 'S'
                PERFORM GRAVA-ENCOMENDA
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.

       VALIDA-ENCOMENDA.
            MOVE 'S' TO WS-NOV-VALIDA.
            MOVE 'S' TO WS-PRD-ACHOU.
            IF WS-PRD-TOTAL > 0
                MOVE 'N' TO WS-PRD-ACHOU
                PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                        UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                        OR WS-PRD-ACHOU = 'S'
                    IF WS-PRD-NOME(WS-PRD-SUB) = WS-NOV-PRODUTO
                        MOVE 'S' TO WS-PRD-ACHOU
                    END-IF
                END-PERFORM
            END-IF
            MOVE WS-DATA-REF TO WS-PER-DATA
            PERFORM VERIFICA-PERIODO
            EVALUATE TRUE
             WHEN WS-ENC-ESTOUROU = 'S' OR WS-ENC-TOTAL >= 500
                DISPLAY "ARQUIVO DE ENCOMENDAS CHEIO"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-CLIENTE = SPACES
                DISPLAY "CLIENTE NAO INFORMADO"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-PRD-ACHOU = 'N'
                DISPLAY "PRODUTO FORA DA LISTA: " WS-NOV-PRODUTO
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-QTD NOT NUMERIC OR WS-NOV-QTD = 0
                DISPLAY "QUANTIDADE NAO PODE SER ZERO"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-DATA-RETIRADA NOT NUMERIC
                    OR WS-NOV-DATA-RETIRADA < WS-DATA-REF
                DISPLAY "DATA DE RETIRADA INVALIDA OU JA PASSADA"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-PRECO = 0
                DISPLAY "PRECO COMBINADO NAO PODE SER ZERO"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-SINAL > WS-NOV-PRECO
                DISPLAY "SINAL MAIOR QUE O PRECO COMBINADO"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-TIPO-SINAL NOT = 'D'
                    AND WS-NOV-TIPO-SINAL NOT = 'C'
                DISPLAY "PAGAMENTO DEVE SER D OU C"
                MOVE 'N' TO WS-NOV-VALIDA
             WHEN WS-NOV-SINAL > 0 AND WS-PER-FECHADO = 'S'
                DISPLAY "PERIODO " WS-PER-DATA(1:6) " FECHADO -"
      -             " SINAL NAO PODE SER LANCADO"
                MOVE "PERF" TO WS-REJ-MOTIVO
                MOVE SPACES TO WS-REJ-IMAGEM
                STRING "SINAL ENCOMENDA DATA " WS-DATA-REF
                    " OPERADOR " WS-OPERADOR-ID
                    DELIMITED BY SIZE INTO WS-REJ-IMAGEM
                PERFORM GRAVA-REJEITO
                MOVE 'N' TO WS-NOV-VALIDA
            END-EVALUATE.

       GRAVA-ENCOMENDA.
            ADD 1 TO WS-ENC-ULTIMO.
            MOVE SPACES TO SPECIAL-ORDER-RECORD.
            MOVE WS-ENC-ULTIMO TO EC-NUMERO.
            MOVE WS-NOV-CLIENTE TO EC-CLIENTE.
            MOVE WS-NOV-TELEFONE TO EC-TELEFONE.
            MOVE WS-NOV-PRODUTO TO EC-PRODUTO.
            MOVE WS-NOV-QTD TO EC-QTD.
            MOVE WS-NOV-DATA-RETIRADA TO EC-DATA-RETIRADA.
            MOVE WS-NOV-PRECO TO EC-PRECO.
            MOVE WS-NOV-SINAL TO EC-SINAL.
            MOVE WS-NOV-TIPO-SINAL TO EC-TIPO-SINAL.
            MOVE WS-DATA-REF TO EC-DATA-PEDIDO.
            MOVE WS-OPERADOR-ID TO EC-OPERADOR.
            MOVE 'A' TO EC-STATUS.
            MOVE 0 TO EC-DATA-BAIXA.
            MOVE WS-NOV-ZONA TO EC-ZONA.
            OPEN EXTEND SPECIAL-ORDER-FILE.
            IF WS-FS-ENCOMENDAS = "35"
                OPEN OUTPUT SPECIAL-ORDER-FILE
            END-IF
            WRITE SPECIAL-ORDER-RECORD.
            CLOSE SPECIAL-ORDER-FILE.
            MOVE "ENCOMENDAS" TO WS-CHG-ARQUIVO.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE EC-NUMERO TO WS-CHG-CHAVE.
            MOVE SPACES TO WS-CHG-ANTES.
            MOVE SPECIAL-ORDER-RECORD TO WS-CHG-DEPOIS.
            PERFORM GRAVA-CHANGELOG.
            IF WS-NOV-SINAL > 0
                MOVE WS-NOV-SINAL TO WS-VALOR-CAIXA
                MOVE WS-NOV-TIPO-SINAL TO WS-TIPO-PAGTO
                PERFORM GRAVA-VENDA-ENCOMENDA
            END-IF
            DISPLAY "ENCOMENDA REGISTRADA: " WS-ENC-ULTIMO.

      * Books an encomenda amount on the day's DAILYSALES as money
      * only: the ENCOMENDA pseudo-product, quantity one, unit cost
      * equal to the amount. A line holds at most 9999.99, so a
      * larger amount is split across lines.
       GRAVA-VENDA-ENCOMENDA.
            OPEN EXTEND DAILY-SALES-FILE.
            IF WS-FS-DAILYSALES = "35"
                OPEN OUTPUT DAILY-SALES-FILE
            END-IF
            PERFORM UNTIL WS-VALOR-CAIXA = 0
                IF WS-VALOR-CAIXA > 9999.99
                    MOVE 9999.99 TO WS-VALOR-LINHA
                ELSE
                    MOVE WS-VALOR-CAIXA TO WS-VALOR-LINHA
                END-IF
                MOVE SPACES TO DAILY-SALES-RECORD
                MOVE "ENCOMENDA" TO DS-PRODUTO
                MOVE WS-VALOR-LINHA TO DS-PRECO-UNIDADE
                MOVE WS-VALOR-LINHA TO DS-PRECO-VENDA
                MOVE 1 TO DS-QTD-VENDIDA
                MOVE WS-DATA-REF TO DS-DATA
                MOVE WS-TIPO-PAGTO TO DS-TIPO-PAGTO
                WRITE DAILY-SALES-RECORD
                SUBTRACT WS-VALOR-LINHA FROM WS-VALOR-CAIXA
            END-PERFORM.
            CLOSE DAILY-SALES-FILE.

      * The counter's list for the business date: every open order
      * due today, plus any left uncollected from an earlier day,
      * with the balance to take from the customer.
       LISTA-RETIRADAS.
            OPEN OUTPUT PICKUP-LIST-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "ENCOMENDAS PARA RETIRADA - " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "NUMERO CLIENTE              PRODUTO    QTD"
                "     PRECO     SINAL     SALDO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                    UNTIL WS-ENC-SUB > WS-ENC-TOTAL
                MOVE WS-ENC-REGISTRO(WS-ENC-SUB)
                    TO SPECIAL-ORDER-RECORD
                IF EC-STATUS = 'A'
                        AND EC-DATA-RETIRADA NOT > WS-DATA-REF
                    PERFORM LISTA-UMA-RETIRADA
                END-IF
            END-PERFORM.
            MOVE WS-TOT-SALDO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "ENCOMENDAS: " WS-QTD-LISTADAS
                "  SALDO A RECEBER: " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE PICKUP-LIST-FILE.

       LISTA-UMA-RETIRADA.
            COMPUTE WS-SALDO = EC-PRECO - EC-SINAL.
            ADD WS-SALDO TO WS-TOT-SALDO.
            ADD 1 TO WS-QTD-LISTADAS.
            MOVE EC-PRECO TO WS-ED-PRECO.
            MOVE EC-SINAL TO WS-ED-SINAL.
            MOVE WS-SALDO TO WS-ED-SALDO.
            MOVE SPACES TO WS-LINHA.
            STRING EC-NUMERO " " EC-CLIENTE " " EC-PRODUTO
                " " EC-QTD " " WS-ED-PRECO " " WS-ED-SINAL
                " " WS-ED-SALDO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            IF EC-DATA-RETIRADA < WS-DATA-REF
                STRING "       FONE " EC-TELEFONE
                    "  *** ATRASADA - RETIRADA PREVISTA "
                    EC-DATA-RETIRADA " ***"
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                IF EC-ZONA NOT = SPACES
                    STRING "       FONE " EC-TELEFONE
                        "  ENTREGA PELA ROTA DA ZONA " EC-ZONA
                        DELIMITED BY SIZE INTO WS-LINHA
                ELSE
                    STRING "       FONE " EC-TELEFONE
                        DELIMITED BY SIZE INTO WS-LINHA
                END-IF
            END-IF
            PERFORM GRAVA-LINHA.

      * Handing the order over takes the balance at the counter;
      * it goes on DAILYSALES under the payment type keyed.
       ENTREGA-ENCOMENDA.
            DISPLAY "DIGITE O NUMERO DA ENCOMENDA:"
            ACCEPT WS-NUMERO-ENTRADA
            MOVE 'N' TO WS-ENC-ACHOU
            PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                    UNTIL WS-ENC-SUB > WS-ENC-TOTAL
                    OR WS-ENC-ACHOU = 'S'
                MOVE WS-ENC-REGISTRO(WS-ENC-SUB)
                    TO SPECIAL-ORDER-RECORD
                IF EC-NUMERO = WS-NUMERO-ENTRADA
                    MOVE 'S' TO WS-ENC-ACHOU
                    SUBTRACT 1 FROM WS-ENC-SUB
                END-IF
            END-PERFORM
            MOVE WS-DATA-REF TO WS-PER-DATA
            PERFORM VERIFICA-PERIODO
            EVALUATE TRUE
             WHEN WS-ENC-ESTOUROU = 'S'
                DISPLAY "ENCOMENDAS EXCEDE A TABELA - BAIXA "
      -             "SUSPENSA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ENC-ACHOU = 'N'
                DISPLAY "ENCOMENDA NAO ENCONTRADA"
                MOVE 8 TO RETURN-CODE
             WHEN EC-STATUS NOT = 'A'
                DISPLAY "ENCOMENDA JA ENTREGUE EM " EC-DATA-BAIXA
                MOVE 8 TO RETURN-CODE
             WHEN WS-PER-FECHADO = 'S'
                DISPLAY "PERIODO " WS-PER-DATA(1:6) " FECHADO -"
      -             " SALDO NAO PODE SER LANCADO"
                MOVE "PERF" TO WS-REJ-MOTIVO
                MOVE SPACES TO WS-REJ-IMAGEM
                STRING "SALDO ENCOMENDA " EC-NUMERO
                    " DATA " WS-DATA-REF
                    " OPERADOR " WS-OPERADOR-ID
                    DELIMITED BY SIZE INTO WS-REJ-IMAGEM
                PERFORM GRAVA-REJEITO
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM BAIXA-ENCOMENDA
            END-EVALUATE.

       BAIXA-ENCOMENDA.
            COMPUTE WS-SALDO = EC-PRECO - EC-SINAL.
            MOVE WS-SALDO TO WS-ED-SALDO.
            DISPLAY "CLIENTE " EC-CLIENTE " PRODUTO " EC-PRODUTO
                " QTD " EC-QTD.
            DISPLAY "SALDO A RECEBER: " WS-ED-SALDO.
            MOVE 'D' TO WS-TIPO-PAGTO.
            IF WS-SALDO > 0
                DISPLAY "PAGAMENTO DO SALDO: D-DINHEIRO C-CARTAO"
                ACCEPT WS-TIPO-PAGTO
            END-IF
            IF WS-TIPO-PAGTO NOT = 'D' AND WS-TIPO-PAGTO NOT = 'C'
                DISPLAY "PAGAMENTO DEVE SER D OU C - ENTREGA NAO"
      -             " REGISTRADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE SPECIAL-ORDER-RECORD TO WS-CHG-ANTES
                MOVE 'R' TO EC-STATUS
                MOVE WS-DATA-REF TO EC-DATA-BAIXA
                MOVE SPECIAL-ORDER-RECORD TO
                    WS-ENC-REGISTRO(WS-ENC-SUB)
                MOVE SPECIAL-ORDER-RECORD TO WS-CHG-DEPOIS
                MOVE "ENCOMENDAS" TO WS-CHG-ARQUIVO
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE EC-NUMERO TO WS-CHG-CHAVE
                PERFORM REGRAVA-ENCOMENDAS
                PERFORM GRAVA-CHANGELOG
                IF WS-SALDO > 0
                    MOVE WS-SALDO TO WS-VALOR-CAIXA
                    PERFORM GRAVA-VENDA-ENCOMENDA
                END-IF
                DISPLAY "ENCOMENDA ENTREGUE"
            END-IF.

      * Orders collected before the current month are done with and
      * drop off here; the highest-numbered one stays so that the
      * numbering carries on from it.
       REGRAVA-ENCOMENDAS.
            OPEN OUTPUT SPECIAL-ORDER-FILE.
            PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                    UNTIL WS-ENC-SUB > WS-ENC-TOTAL
                MOVE WS-ENC-REGISTRO(WS-ENC-SUB)
                    TO SPECIAL-ORDER-RECORD
                IF EC-STATUS = 'R' AND EC-DATA-BAIXA IS NUMERIC
                        AND EC-DATA-BAIXA(1:6) < WS-DATA-REF(1:6)
                        AND EC-NUMERO NOT = WS-ENC-ULTIMO
                    CONTINUE
                ELSE
                    WRITE SPECIAL-ORDER-RECORD
                END-IF
            END-PERFORM.
            CLOSE SPECIAL-ORDER-FILE.

       LISTA-ABERTAS.
            PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                    UNTIL WS-ENC-SUB > WS-ENC-TOTAL
                MOVE WS-ENC-REGISTRO(WS-ENC-SUB)
                    TO SPECIAL-ORDER-RECORD
                IF EC-STATUS = 'A'
                    COMPUTE WS-SALDO = EC-PRECO - EC-SINAL
                    MOVE WS-SALDO TO WS-ED-SALDO
                    ADD 1 TO WS-QTD-LISTADAS
                    DISPLAY EC-NUMERO " " EC-CLIENTE " "
      -                 EC-PRODUTO " QTD " EC-QTD
      -                 " RETIRADA " EC-DATA-RETIRADA
      -                 " SALDO " WS-ED-SALDO
                END-IF
            END-PERFORM.
            DISPLAY "ENCOMENDAS EM ABERTO: " WS-QTD-LISTADAS.

       CARREGA-PRODUTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT RECIPE-FILE.
            IF WS-FS-RECIPE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ RECIPE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM GUARDA-PRODUTO
                END-READ
            END-PERFORM.
            IF WS-FS-RECIPE = "10"
                CLOSE RECIPE-FILE
            END-IF.

       GUARDA-PRODUTO.
            MOVE 'N' TO WS-PRD-ACHOU.
            PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                    OR WS-PRD-ACHOU = 'S'
                IF WS-PRD-NOME(WS-PRD-SUB) = RE-PRODUTO
                    MOVE 'S' TO WS-PRD-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PRD-ACHOU = 'N' AND WS-PRD-TOTAL < 50
                ADD 1 TO WS-PRD-TOTAL
                MOVE RE-PRODUTO TO WS-PRD-NOME(WS-PRD-TOTAL)
            END-IF.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO PICKUP-LIST-RECORD.
            WRITE PICKUP-LIST-RECORD.

       COPY "perproc.cpy".

       COPY "rejproc.cpy".

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM ENCOMENDA.
