      ******************************************************************
      * Author:
      * Date:
      * Purpose: bills the cafes for their standing-order bread.
      *          Mode 1 invoices a closed month: the DELIVLOG
      *          deliveries STANDORD logged off the PICKLIST, net
      *          of the returns keyed the same day, totalled per
      *          cafe and product, priced off PRODMASTER with the
      *          category tax the EXERCICIO8 way and issued as one
      *          H/D/T note per cafe on INVOICES (number from
      *          IDISSUE serie 'N'), printed on CAFEINVPRT. Each
      *          note opens a CAFERECV receivable due 30 days out,
      *          rolled to the next HOLCAL business day; a cafe
      *          already billed for the month is skipped, so the
      *          run can be repeated after fixing a rejected cafe.
      *          Mode 2 keys a cafe's payment against a note and
      *          mode 3 prints the CAFEAGING receivables aging of
      *          the open amounts (a vencer/1-30/31-60/61-90/+90).
      *          The notes EXERCICIO8 issues to its customers open
      *          CAFERECV items as well (competence zero), so their
      *          payments are keyed and aged here too.
      *          The cafe code on STANDORD is the cafe's CUSTFILE
      *          account, since INVOICES carries it as a number.
      *          Every note line is issued off the FGLEDGER
      *          finished-goods ledger FGSTOCK keeps ('S' movement
      *          for the net quantity).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAFEBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "DELIVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELIVLOG.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-FS-PRODMASTER.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTFILE.
           SELECT INVOICES-FILE ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVOICES.
           SELECT CAFE-INVOICE-PRINT-FILE ASSIGN TO "CAFEINVPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAFE-RECEIVABLE-FILE ASSIGN TO "CAFERECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAFERECV.
           SELECT CAFE-AGING-FILE ASSIGN TO "CAFEAGING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-CONTROL-FILE ASSIGN TO "PARAMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCTL.
           SELECT FG-LEDGER-FILE ASSIGN TO "FGLEDGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FGLEDGER.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
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
       FD  DELIVERY-LOG-FILE.
           COPY "delivlog.cpy".

       FD  PRODUCT-MASTER-FILE.
       01  PRODUCT-MASTER-RECORD.
           05 PM-ID                 PIC X(10).
           05 PM-DELIM-1            PIC X(1).
           05 PM-NOME               PIC X(10).
           05 PM-DELIM-2            PIC X(1).
           05 PM-CATEGORIA          PIC 9(1).
           05 PM-DELIM-3            PIC X(1).
           05 PM-CUSTO-FABRICA      PIC 9(5)V99.

       FD  CUSTOMER-FILE.
           COPY "custmst.cpy".

      * Same three-shape INVOICES layout the invoicing run writes:
      * H header, D item line, T trailer with the totals.
       FD  INVOICES-FILE.
       01  INVOICE-HEADER-REC.
           05 IH-TIPO               PIC X(1).
           05 IH-DELIM-1            PIC X(1).
           05 IH-NUMERO             PIC 9(6).
           05 IH-DELIM-2            PIC X(1).
           05 IH-CLIENTE            PIC 9(6).
           05 IH-DELIM-3            PIC X(1).
           05 IH-DATA               PIC 9(8).
       01  INVOICE-DETAIL-REC.
           05 ID-TIPO               PIC X(1).
           05 ID-DELIM-1            PIC X(1).
           05 ID-NUMERO             PIC 9(6).
           05 ID-DELIM-2            PIC X(1).
           05 ID-PM-ID              PIC X(10).
           05 ID-DELIM-3            PIC X(1).
           05 ID-QTD                PIC 9(4).
           05 ID-DELIM-4            PIC X(1).
           05 ID-PRECO-UNIT         PIC 9(5)V99.
           05 ID-DELIM-5            PIC X(1).
           05 ID-TOTAL-LINHA        PIC 9(7)V99.
           05 ID-DELIM-6            PIC X(1).
           05 ID-IMPOSTO-UNIT       PIC 9(5)V99.
       01  INVOICE-TRAILER-REC.
           05 IT-TIPO               PIC X(1).
           05 IT-DELIM-1            PIC X(1).
           05 IT-NUMERO             PIC 9(6).
           05 IT-DELIM-2            PIC X(1).
           05 IT-TOTAL-IMPOSTO      PIC 9(7)V99.
           05 IT-DELIM-3            PIC X(1).
           05 IT-TOTAL-GERAL        PIC 9(7)V99.

       FD  CAFE-INVOICE-PRINT-FILE.
       01  CAFE-INVOICE-PRINT-RECORD PIC X(80).

       FD  CAFE-RECEIVABLE-FILE.
           COPY "caferecv.cpy".

       FD  CAFE-AGING-FILE.
       01  CAFE-AGING-RECORD        PIC X(90).

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

       FD  FG-LEDGER-FILE.
           COPY "fgledg.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-DELIVLOG PIC X(2).
           77 WS-FS-PRODMASTER PIC X(2).
           77 WS-PRODMASTER-ABERTO PIC X(1).
           77 WS-FS-CUSTFILE PIC X(2).
           77 WS-FS-INVOICES PIC X(2).
           77 WS-FS-CAFERECV PIC X(2).
           77 WS-FS-PARAMCTL PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           77 WS-FS-FGLEDGER PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-COMPETENCIA-ENTRADA PIC X(6).
           77 WS-COMPETENCIA PIC 9(6).
           77 WS-COMP-ANO PIC 9(4).
           77 WS-COMP-MES PIC 9(2).
           77 WS-VENCIMENTO PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           COPY "holwk.cpy".
           01 WS-TABELA-IMPOSTOS.
               05 WS-CATEGORIA-ENTRADA OCCURS 3 TIMES
                       INDEXED BY WS-CATEGORIA-IX.
                   10 WS-CATEGORIA-NOME   PIC X(10).
                   10 WS-CATEGORIA-TAXA   PIC 9V99.
           77 WS-CATEGORIA PIC 9(1).
           77 WS-TAXA-IMPOSTO PIC 9V99.
      * The month's net deliveries, one entry per cafe and product,
      * with the PRODMASTER price worked out once per entry.
           01 WS-TABELA-ENTREGAS.
               05 WS-ENT-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-ENT-IX.
                   10 WS-ENT-CLIENTE    PIC X(10).
                   10 WS-ENT-PRODUTO    PIC X(10).
                   10 WS-ENT-ENTREGUE   PIC 9(6).
                   10 WS-ENT-DEVOLVIDO  PIC 9(6).
                   10 WS-ENT-LIQUIDO    PIC 9(6).
                   10 WS-ENT-NOME       PIC X(10).
                   10 WS-ENT-IMPOSTO    PIC 9(5)V99.
                   10 WS-ENT-PRECO      PIC 9(5)V99.
                   10 WS-ENT-PRECO-OK   PIC X(1).
                   10 WS-ENT-FEITO      PIC X(1).
           77 WS-ENT-TOTAL PIC 9(3) VALUE 0.
           77 WS-ENT-SUB PIC 9(3).
           77 WS-ENT-SUB2 PIC 9(3).
           77 WS-ENT-ACHOU PIC X(1).
           77 WS-ENT-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-CLI-IX.
                   10 WS-CLI-CONTA      PIC 9(6).
                   10 WS-CLI-NOME       PIC X(20).
           77 WS-CLI-TOTAL PIC 9(2) VALUE 0.
           77 WS-CLI-SUB PIC 9(2).
           77 WS-CLI-NOME-NOTA PIC X(20).
           77 WS-CLI-ACHOU PIC X(1).
           01 WS-TABELA-RECEBER.
               05 WS-REC-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-REC-IX.
                   10 WS-REC-NUMERO      PIC 9(6).
                   10 WS-REC-CLIENTE     PIC X(10).
                   10 WS-REC-COMPETENCIA PIC 9(6).
                   10 WS-REC-EMISSAO     PIC 9(8).
                   10 WS-REC-VENCIMENTO  PIC 9(8).
                   10 WS-REC-VALOR       PIC 9(7)V99.
                   10 WS-REC-PAGO        PIC 9(7)V99.
                   10 WS-REC-STATUS      PIC X(1).
           77 WS-REC-TOTAL PIC 9(3) VALUE 0.
           77 WS-REC-SUB PIC 9(3).
           77 WS-REC-ACHOU PIC X(1).
           77 WS-REC-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-AGING.
               05 WS-AGE-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-AGE-IX.
                   10 WS-AGE-CLIENTE    PIC X(10).
                   10 WS-AGE-A-VENCER   PIC 9(7)V99.
                   10 WS-AGE-FAIXA-1    PIC 9(7)V99.
                   10 WS-AGE-FAIXA-2    PIC 9(7)V99.
                   10 WS-AGE-FAIXA-3    PIC 9(7)V99.
                   10 WS-AGE-FAIXA-4    PIC 9(7)V99.
           77 WS-AGE-TOTAL PIC 9(2) VALUE 0.
           77 WS-AGE-SUB PIC 9(2).
           77 WS-AGE-ACHOU PIC X(1).
           77 WS-AGE-SALDO PIC 9(7)V99.
           77 WS-AGE-TOTAL-CAFE PIC 9(7)V99.
           77 WS-AGE-GERAL PIC 9(8)V99 VALUE 0.
           77 WS-NF-CAFE PIC X(10).
           77 WS-NF-CLIENTE PIC 9(6).
           77 WS-NF-NUMERO PIC 9(6).
           77 WS-NF-TOTAL-IMPOSTO PIC 9(7)V99.
           77 WS-NF-TOTAL-GERAL PIC 9(7)V99.
           77 WS-NF-TOTAL-LINHA PIC 9(7)V99.
           77 WS-NF-QTD-LINHAS PIC 9(3).
           77 WS-NF-SEM-PRECO PIC X(1).
           77 WS-QTD-NOTAS PIC 9(4) VALUE 0.
           77 WS-QTD-REJEITADOS PIC 9(4) VALUE 0.
           77 WS-SERIE-ID PIC X(1).
           77 WS-ID-EMITIDO PIC X(10).
           77 WS-NUMERO-EMITIDO PIC 9(8).
           77 WS-NOTA-ENTRADA PIC 9(6).
           77 WS-VALOR-PAGO PIC 9(7)V99.
           77 WS-SALDO PIC 9(7)V99.
           77 WS-ED-VALOR PIC ZZZZZZ9.99.
           77 WS-ED-A-VENCER PIC ZZZZZZ9.99.
           77 WS-ED-FAIXA-1 PIC ZZZZZZ9.99.
           77 WS-ED-FAIXA-2 PIC ZZZZZZ9.99.
           77 WS-ED-FAIXA-3 PIC ZZZZZZ9.99.
           77 WS-ED-FAIXA-4 PIC ZZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-LINHA PIC X(90).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "CAFEBILL".

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
            PERFORM CARREGA-RECEBER
            DISPLAY "1 - FATURAR ENTREGAS DO MES (DELIVLOG)"
            DISPLAY "2 - REGISTRAR PAGAMENTO DE FATURA"
            DISPLAY "3 - AGING DE CONTAS A RECEBER DOS CAFES"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM FATURA-MES
                     MOVE "MODO 1 - FATURAMENTO MENSAL" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM REGISTRA-PAGAMENTO
                     MOVE "MODO 2 - PAGAMENTO FATURA" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM RELATORIO-AGING
                     MOVE "MODO 3 - AGING CAFES" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-RECEBER.
            MOVE 0 TO WS-REC-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CAFE-RECEIVABLE-FILE.
            IF WS-FS-CAFERECV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CAFE-RECEIVABLE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-REC-TOTAL < 500
                            ADD 1 TO WS-REC-TOTAL
                            MOVE CR-NUMERO TO
                                WS-REC-NUMERO(WS-REC-TOTAL)
                            MOVE CR-CLIENTE TO
                                WS-REC-CLIENTE(WS-REC-TOTAL)
                            MOVE CR-COMPETENCIA TO
                                WS-REC-COMPETENCIA(WS-REC-TOTAL)
                            MOVE CR-EMISSAO TO
                                WS-REC-EMISSAO(WS-REC-TOTAL)
                            MOVE CR-VENCIMENTO TO
                                WS-REC-VENCIMENTO(WS-REC-TOTAL)
                            MOVE CR-VALOR TO
                                WS-REC-VALOR(WS-REC-TOTAL)
                            MOVE CR-PAGO TO
                                WS-REC-PAGO(WS-REC-TOTAL)
                            MOVE CR-STATUS TO
                                WS-REC-STATUS(WS-REC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-REC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CAFERECV = "10"
                CLOSE CAFE-RECEIVABLE-FILE
            END-IF.

      * Bills a closed month only: the competence defaults to the
      * month before the business date, and the current month is
      * refused while the vans are still delivering against it.
       FATURA-MES.
            DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ENTER = MES "
      -         "ANTERIOR):"
            ACCEPT WS-COMPETENCIA-ENTRADA
            IF WS-COMPETENCIA-ENTRADA = SPACES
                MOVE WS-DATA-REF(1:4) TO WS-COMP-ANO
                MOVE WS-DATA-REF(5:2) TO WS-COMP-MES
                IF WS-COMP-MES = 1
                    MOVE 12 TO WS-COMP-MES
                    SUBTRACT 1 FROM WS-COMP-ANO
                ELSE
                    SUBTRACT 1 FROM WS-COMP-MES
                END-IF
                COMPUTE WS-COMPETENCIA = WS-COMP-ANO * 100
                    + WS-COMP-MES
            ELSE
                MOVE WS-COMPETENCIA-ENTRADA TO WS-COMPETENCIA
            END-IF
            IF WS-COMPETENCIA-ENTRADA NOT = SPACES
                    AND WS-COMPETENCIA-ENTRADA NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-COMPETENCIA NOT < WS-DATA-REF(1:6)
                    DISPLAY "COMPETENCIA AINDA NAO ENCERRADA: "
      -                 WS-COMPETENCIA
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF WS-REC-ESTOUROU = 'S'
                        DISPLAY "CAFERECV EXCEDE A TABELA - "
      -                     "FATURAMENTO SUSPENSO"
                        MOVE 8 TO RETURN-CODE
                    ELSE
                        PERFORM FATURA-COMPETENCIA
                    END-IF
                END-IF
            END-IF.

       FATURA-COMPETENCIA.
            PERFORM INICIALIZA-IMPOSTOS.
            PERFORM LE-PARAMETROS.
            PERFORM CARREGA-FERIADOS.
            PERFORM CALCULA-VENCIMENTO.
            PERFORM CARREGA-ENTREGAS.
            IF WS-ENT-ESTOUROU = 'S'
                DISPLAY "DELIVLOG EXCEDE A TABELA DE ENTREGAS - "
      -             "FATURAMENTO SUSPENSO"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-ENT-TOTAL = 0
                    DISPLAY "SEM ENTREGAS NA COMPETENCIA "
      -                 WS-COMPETENCIA
                ELSE
                    PERFORM PRECIFICA-ENTREGAS
                    PERFORM CARREGA-CLIENTES
                    PERFORM EMITE-NOTAS
                END-IF
            END-IF.

      * Due date: 30 days after issue, moved forward to the next
      * business day when it lands on a weekend or HOLCAL holiday.
       CALCULA-VENCIMENTO.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
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

      * Nets the competence's deliveries against the returns keyed
      * against them, per cafe and product.
       CARREGA-ENTREGAS.
            MOVE 0 TO WS-ENT-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DELIVERY-LOG-FILE.
            IF WS-FS-DELIVLOG NOT = "00"
                DISPLAY "DELIVLOG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DELIVERY-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DL-DATA(1:6) = WS-COMPETENCIA
                            PERFORM ACUMULA-ENTREGA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DELIVLOG = "10"
                CLOSE DELIVERY-LOG-FILE
            END-IF.
            PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-ENT-TOTAL
                IF WS-ENT-DEVOLVIDO(WS-ENT-SUB) >
                        WS-ENT-ENTREGUE(WS-ENT-SUB)
                    MOVE 0 TO WS-ENT-LIQUIDO(WS-ENT-SUB)
                ELSE
                    COMPUTE WS-ENT-LIQUIDO(WS-ENT-SUB) =
                        WS-ENT-ENTREGUE(WS-ENT-SUB)
                            - WS-ENT-DEVOLVIDO(WS-ENT-SUB)
                END-IF
            END-PERFORM.

       ACUMULA-ENTREGA.
            MOVE 'N' TO WS-ENT-ACHOU.
            PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-ENT-TOTAL
                    OR WS-ENT-ACHOU = 'S'
                IF WS-ENT-CLIENTE(WS-ENT-SUB) = DL-CLIENTE
                        AND WS-ENT-PRODUTO(WS-ENT-SUB) = DL-PRODUTO
                    MOVE 'S' TO WS-ENT-ACHOU
                    SUBTRACT 1 FROM WS-ENT-SUB
                END-IF
            END-PERFORM.
            IF WS-ENT-ACHOU = 'N'
                IF WS-ENT-TOTAL < 300
                    ADD 1 TO WS-ENT-TOTAL
                    MOVE WS-ENT-TOTAL TO WS-ENT-SUB
                    MOVE DL-CLIENTE TO WS-ENT-CLIENTE(WS-ENT-SUB)
                    MOVE DL-PRODUTO TO WS-ENT-PRODUTO(WS-ENT-SUB)
                    MOVE 0 TO WS-ENT-ENTREGUE(WS-ENT-SUB)
                    MOVE 0 TO WS-ENT-DEVOLVIDO(WS-ENT-SUB)
                    MOVE 'N' TO WS-ENT-FEITO(WS-ENT-SUB)
                    MOVE 'S' TO WS-ENT-ACHOU
                ELSE
                    MOVE 'S' TO WS-ENT-ESTOUROU
                END-IF
            END-IF.
            IF WS-ENT-ACHOU = 'S'
                IF DL-TIPO = 'E'
                    ADD DL-QTD TO WS-ENT-ENTREGUE(WS-ENT-SUB)
                ELSE
                    ADD DL-QTD TO WS-ENT-DEVOLVIDO(WS-ENT-SUB)
                END-IF
            END-IF.

      * Prices each delivered product once off PRODMASTER: factory
      * cost plus the category tax, as the invoicing run does.
       PRECIFICA-ENTREGAS.
            OPEN INPUT PRODUCT-MASTER-FILE.
            MOVE 'S' TO WS-PRODMASTER-ABERTO.
            IF WS-FS-PRODMASTER NOT = "00"
                MOVE 'N' TO WS-PRODMASTER-ABERTO
            END-IF.
            PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-ENT-TOTAL
                MOVE 'N' TO WS-ENT-PRECO-OK(WS-ENT-SUB)
                MOVE 0 TO WS-ENT-IMPOSTO(WS-ENT-SUB)
                MOVE 0 TO WS-ENT-PRECO(WS-ENT-SUB)
                MOVE SPACES TO WS-ENT-NOME(WS-ENT-SUB)
                IF WS-PRODMASTER-ABERTO = 'S'
                    MOVE WS-ENT-PRODUTO(WS-ENT-SUB) TO PM-ID
                    READ PRODUCT-MASTER-FILE
                        KEY IS PM-ID
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM PRECIFICA-UMA-ENTREGA
                    END-READ
                END-IF
            END-PERFORM.
            IF WS-PRODMASTER-ABERTO = 'S'
                CLOSE PRODUCT-MASTER-FILE
            END-IF.

       PRECIFICA-UMA-ENTREGA.
            MOVE 'S' TO WS-ENT-PRECO-OK(WS-ENT-SUB).
            MOVE PM-NOME TO WS-ENT-NOME(WS-ENT-SUB).
            MOVE PM-CATEGORIA TO WS-CATEGORIA.
            IF WS-CATEGORIA < 1 OR WS-CATEGORIA > 3
                MOVE 2 TO WS-CATEGORIA
            END-IF
            MOVE WS-CATEGORIA-TAXA(WS-CATEGORIA) TO WS-TAXA-IMPOSTO.
            COMPUTE WS-ENT-IMPOSTO(WS-ENT-SUB) =
                PM-CUSTO-FABRICA * WS-TAXA-IMPOSTO.
            COMPUTE WS-ENT-PRECO(WS-ENT-SUB) =
                PM-CUSTO-FABRICA + WS-ENT-IMPOSTO(WS-ENT-SUB).

      * While no CUSTFILE is deployed every cafe account is
      * accepted, the usual missing-control-file default.
       CARREGA-CLIENTES.
            MOVE 0 TO WS-CLI-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-FS-CUSTFILE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-CLI-TOTAL < 50
                            ADD 1 TO WS-CLI-TOTAL
                            MOVE CU-CONTA TO
                                WS-CLI-CONTA(WS-CLI-TOTAL)
                            MOVE CU-NOME TO
                                WS-CLI-NOME(WS-CLI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTFILE = "10"
                CLOSE CUSTOMER-FILE
            END-IF.

       BUSCA-NOME-CLIENTE.
            MOVE SPACES TO WS-CLI-NOME-NOTA.
            IF WS-CLI-TOTAL = 0
                MOVE 'S' TO WS-CLI-ACHOU
            ELSE
                MOVE 'N' TO WS-CLI-ACHOU
                PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                        UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                        OR WS-CLI-ACHOU = 'S'
                    IF WS-CLI-CONTA(WS-CLI-SUB) = WS-NF-CLIENTE
                        MOVE 'S' TO WS-CLI-ACHOU
                        MOVE WS-CLI-NOME(WS-CLI-SUB)
                            TO WS-CLI-NOME-NOTA
                    END-IF
                END-PERFORM
            END-IF.

      * One note per cafe. A cafe is never half-billed: a cafe
      * already invoiced for the competence, with a code that is
      * not a CUSTFILE account, or with a delivered product
      * missing from PRODMASTER is reported and left for a rerun.
       EMITE-NOTAS.
            OPEN EXTEND INVOICES-FILE.
            IF WS-FS-INVOICES = "35"
                OPEN OUTPUT INVOICES-FILE
            END-IF
            OPEN OUTPUT CAFE-INVOICE-PRINT-FILE.
            OPEN EXTEND CAFE-RECEIVABLE-FILE.
            IF WS-FS-CAFERECV = "35"
                OPEN OUTPUT CAFE-RECEIVABLE-FILE
            END-IF
            OPEN EXTEND FG-LEDGER-FILE.
            IF WS-FS-FGLEDGER = "35"
                OPEN OUTPUT FG-LEDGER-FILE
            END-IF
            PERFORM VARYING WS-ENT-SUB FROM 1 BY 1
                    UNTIL WS-ENT-SUB > WS-ENT-TOTAL
                IF WS-ENT-FEITO(WS-ENT-SUB) = 'N'
                    MOVE WS-ENT-CLIENTE(WS-ENT-SUB) TO WS-NF-CAFE
                    PERFORM AVALIA-CAFE
                    PERFORM MARCA-ENTREGAS-CAFE
                END-IF
            END-PERFORM.
            CLOSE INVOICES-FILE.
            CLOSE CAFE-INVOICE-PRINT-FILE.
            CLOSE CAFE-RECEIVABLE-FILE.
            CLOSE FG-LEDGER-FILE.
            DISPLAY "NOTAS EMITIDAS: " WS-QTD-NOTAS
                " CAFES REJEITADOS: " WS-QTD-REJEITADOS.
            IF WS-QTD-REJEITADOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       AVALIA-CAFE.
            MOVE 'N' TO WS-REC-ACHOU.
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-REC-TOTAL
                    OR WS-REC-ACHOU = 'S'
                IF WS-REC-CLIENTE(WS-REC-SUB) = WS-NF-CAFE
                        AND WS-REC-COMPETENCIA(WS-REC-SUB) =
                            WS-COMPETENCIA
                    MOVE 'S' TO WS-REC-ACHOU
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-NF-QTD-LINHAS.
            MOVE 'N' TO WS-NF-SEM-PRECO.
            PERFORM VARYING WS-ENT-SUB2 FROM WS-ENT-SUB BY 1
                    UNTIL WS-ENT-SUB2 > WS-ENT-TOTAL
                IF WS-ENT-CLIENTE(WS-ENT-SUB2) = WS-NF-CAFE
                        AND WS-ENT-LIQUIDO(WS-ENT-SUB2) > 0
                    ADD 1 TO WS-NF-QTD-LINHAS
                    IF WS-ENT-PRECO-OK(WS-ENT-SUB2) = 'N'
                        MOVE 'S' TO WS-NF-SEM-PRECO
                        DISPLAY "PRODUTO SEM PRECO NO PRODMASTER: "
      -                     WS-ENT-PRODUTO(WS-ENT-SUB2)
                    END-IF
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-CLI-ACHOU.
            IF WS-NF-CAFE(1:6) IS NUMERIC
                    AND WS-NF-CAFE(7:4) = SPACES
                MOVE WS-NF-CAFE(1:6) TO WS-NF-CLIENTE
                PERFORM BUSCA-NOME-CLIENTE
            END-IF
            EVALUATE TRUE
             WHEN WS-REC-ACHOU = 'S'
                DISPLAY "CAFE JA FATURADO NA COMPETENCIA: "
      -             WS-NF-CAFE
             WHEN WS-NF-QTD-LINHAS = 0
                DISPLAY "CAFE SEM ENTREGA LIQUIDA NO MES: "
      -             WS-NF-CAFE
             WHEN WS-CLI-ACHOU = 'N'
                DISPLAY "CAFE SEM CONTA NO CUSTFILE: " WS-NF-CAFE
      -             " - NAO FATURADO"
                ADD 1 TO WS-QTD-REJEITADOS
             WHEN WS-NF-SEM-PRECO = 'S'
                DISPLAY "CAFE NAO FATURADO POR FALTA DE PRECO: "
      -             WS-NF-CAFE
                ADD 1 TO WS-QTD-REJEITADOS
             WHEN OTHER
                PERFORM EMITE-NOTA-CAFE
            END-EVALUATE.

       MARCA-ENTREGAS-CAFE.
            PERFORM VARYING WS-ENT-SUB2 FROM WS-ENT-SUB BY 1
                    UNTIL WS-ENT-SUB2 > WS-ENT-TOTAL
                IF WS-ENT-CLIENTE(WS-ENT-SUB2) = WS-NF-CAFE
                    MOVE 'S' TO WS-ENT-FEITO(WS-ENT-SUB2)
                END-IF
            END-PERFORM.

      * The note number comes off the central IDISSUE service
      * (serie 'N'), the same series as the customer notes.
       EMITE-NOTA-CAFE.
            MOVE 'N' TO WS-SERIE-ID.
            CALL "IDISSUE" USING WS-SERIE-ID WS-PROGRAMA-ATUAL
                WS-OPERADOR-ID WS-ID-EMITIDO.
            MOVE WS-ID-EMITIDO(2:8) TO WS-NUMERO-EMITIDO.
            MOVE WS-NUMERO-EMITIDO TO WS-NF-NUMERO.
            ADD 1 TO WS-QTD-NOTAS.
            MOVE 0 TO WS-NF-TOTAL-IMPOSTO.
            MOVE 0 TO WS-NF-TOTAL-GERAL.
            MOVE SPACES TO INVOICE-HEADER-REC.
            MOVE "H" TO IH-TIPO.
            MOVE WS-NF-NUMERO TO IH-NUMERO.
            MOVE WS-NF-CLIENTE TO IH-CLIENTE.
            MOVE WS-DATA-REF TO IH-DATA.
            WRITE INVOICE-HEADER-REC.
            MOVE SPACES TO WS-LINHA.
            STRING "NOTA FISCAL " WS-NF-NUMERO
                " CAFE " WS-NF-CLIENTE
                " " WS-CLI-NOME-NOTA
                " DATA " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.
            MOVE SPACES TO WS-LINHA.
            STRING "ENTREGAS DE PEDIDO FIXO DA COMPETENCIA "
                WS-COMPETENCIA " VENCIMENTO " WS-VENCIMENTO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.
            PERFORM VARYING WS-ENT-SUB2 FROM WS-ENT-SUB BY 1
                    UNTIL WS-ENT-SUB2 > WS-ENT-TOTAL
                IF WS-ENT-CLIENTE(WS-ENT-SUB2) = WS-NF-CAFE
                        AND WS-ENT-LIQUIDO(WS-ENT-SUB2) > 0
                    PERFORM EMITE-LINHA-NOTA
                END-IF
            END-PERFORM.
            MOVE SPACES TO INVOICE-TRAILER-REC.
            MOVE "T" TO IT-TIPO.
            MOVE WS-NF-NUMERO TO IT-NUMERO.
            MOVE WS-NF-TOTAL-IMPOSTO TO IT-TOTAL-IMPOSTO.
            MOVE WS-NF-TOTAL-GERAL TO IT-TOTAL-GERAL.
            WRITE INVOICE-TRAILER-REC.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL IMPOSTO " WS-NF-TOTAL-IMPOSTO
                " TOTAL GERAL " WS-NF-TOTAL-GERAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.
            MOVE SPACES TO CAFE-RECEIVABLE-RECORD.
            MOVE WS-NF-NUMERO TO CR-NUMERO.
            MOVE WS-NF-CAFE TO CR-CLIENTE.
            MOVE WS-COMPETENCIA TO CR-COMPETENCIA.
            MOVE WS-DATA-REF TO CR-EMISSAO.
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
            COMPUTE WS-NF-TOTAL-LINHA =
                WS-ENT-PRECO(WS-ENT-SUB2)
                    * WS-ENT-LIQUIDO(WS-ENT-SUB2).
            COMPUTE WS-NF-TOTAL-IMPOSTO =
                WS-NF-TOTAL-IMPOSTO
                    + (WS-ENT-IMPOSTO(WS-ENT-SUB2)
                        * WS-ENT-LIQUIDO(WS-ENT-SUB2)).
            ADD WS-NF-TOTAL-LINHA TO WS-NF-TOTAL-GERAL.
            MOVE SPACES TO INVOICE-DETAIL-REC.
            MOVE "D" TO ID-TIPO.
            MOVE WS-NF-NUMERO TO ID-NUMERO.
            MOVE WS-ENT-PRODUTO(WS-ENT-SUB2) TO ID-PM-ID.
            MOVE WS-ENT-LIQUIDO(WS-ENT-SUB2) TO ID-QTD.
            MOVE WS-ENT-PRECO(WS-ENT-SUB2) TO ID-PRECO-UNIT.
            MOVE WS-NF-TOTAL-LINHA TO ID-TOTAL-LINHA.
            MOVE WS-ENT-IMPOSTO(WS-ENT-SUB2) TO ID-IMPOSTO-UNIT.
            WRITE INVOICE-DETAIL-REC.
            PERFORM BAIXA-ESTOQUE-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING WS-ENT-PRODUTO(WS-ENT-SUB2)
                " " WS-ENT-NOME(WS-ENT-SUB2)
                " ENTR " WS-ENT-ENTREGUE(WS-ENT-SUB2)
                " DEV " WS-ENT-DEVOLVIDO(WS-ENT-SUB2)
                " UNIT " WS-ENT-PRECO(WS-ENT-SUB2)
                " TOTAL " WS-NF-TOTAL-LINHA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-NOTA.

      * The net quantity billed leaves the finished-goods ledger
      * under the note number.
       BAIXA-ESTOQUE-LINHA.
            MOVE SPACES TO FINISHED-GOODS-LEDGER-RECORD.
            MOVE WS-ENT-PRODUTO(WS-ENT-SUB2) TO FG-PM-ID.
            MOVE WS-DATA-REF TO FG-DATA.
            MOVE 'S' TO FG-TIPO.
            MOVE '-' TO FG-SINAL.
            MOVE WS-ENT-LIQUIDO(WS-ENT-SUB2) TO FG-QTD.
            MOVE WS-NF-NUMERO TO FG-DOCUMENTO.
            MOVE "FATU" TO FG-MOTIVO.
            MOVE WS-OPERADOR-ID TO FG-OPERADOR.
            MOVE SPACE TO FG-DELIM-1.
            MOVE SPACE TO FG-DELIM-2.
            MOVE SPACE TO FG-DELIM-3.
            MOVE SPACE TO FG-DELIM-4.
            MOVE SPACE TO FG-DELIM-5.
            MOVE SPACE TO FG-DELIM-6.
            MOVE SPACE TO FG-DELIM-7.
            WRITE FINISHED-GOODS-LEDGER-RECORD.

       GRAVA-LINHA-NOTA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CAFE-INVOICE-PRINT-RECORD.
            WRITE CAFE-INVOICE-PRINT-RECORD.

      * A payment is keyed against an open note and may not exceed
      * its balance; the note is quitada once fully paid.
       REGISTRA-PAGAMENTO.
            DISPLAY "DIGITE O NUMERO DA NOTA:"
            ACCEPT WS-NOTA-ENTRADA
            MOVE 'N' TO WS-REC-ACHOU
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-REC-TOTAL
                    OR WS-REC-ACHOU = 'S'
                IF WS-REC-NUMERO(WS-REC-SUB) = WS-NOTA-ENTRADA
                    MOVE 'S' TO WS-REC-ACHOU
                    SUBTRACT 1 FROM WS-REC-SUB
                END-IF
            END-PERFORM
            EVALUATE TRUE
             WHEN WS-REC-ESTOUROU = 'S'
                DISPLAY "CAFERECV EXCEDE A TABELA - BAIXA SUSPENSA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-REC-ACHOU = 'N'
                DISPLAY "NOTA NAO ENCONTRADA NO CAFERECV"
                MOVE 8 TO RETURN-CODE
             WHEN WS-REC-STATUS(WS-REC-SUB) = 'Q'
                DISPLAY "NOTA JA QUITADA"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM BAIXA-PAGAMENTO
            END-EVALUATE.

       BAIXA-PAGAMENTO.
            COMPUTE WS-SALDO = WS-REC-VALOR(WS-REC-SUB)
                - WS-REC-PAGO(WS-REC-SUB).
            MOVE WS-SALDO TO WS-ED-VALOR.
            DISPLAY "CAFE " WS-REC-CLIENTE(WS-REC-SUB)
                " SALDO " WS-ED-VALOR.
            DISPLAY "DIGITE O VALOR PAGO:"
            ACCEPT WS-VALOR-PAGO.
            IF WS-VALOR-PAGO = 0 OR WS-VALOR-PAGO > WS-SALDO
                DISPLAY "VALOR INVALIDO - ZERO OU MAIOR QUE O SALDO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM MONTA-REGISTRO-RECEBER
                MOVE CAFE-RECEIVABLE-RECORD TO WS-CHG-ANTES
                ADD WS-VALOR-PAGO TO WS-REC-PAGO(WS-REC-SUB)
                IF WS-REC-PAGO(WS-REC-SUB) =
                        WS-REC-VALOR(WS-REC-SUB)
                    MOVE 'Q' TO WS-REC-STATUS(WS-REC-SUB)
                END-IF
                PERFORM MONTA-REGISTRO-RECEBER
                MOVE CAFE-RECEIVABLE-RECORD TO WS-CHG-DEPOIS
                PERFORM REGRAVA-RECEBER
                MOVE "CAFERECV" TO WS-CHG-ARQUIVO
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE WS-REC-NUMERO(WS-REC-SUB) TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
                DISPLAY "PAGAMENTO REGISTRADO"
            END-IF.

       MONTA-REGISTRO-RECEBER.
            MOVE SPACES TO CAFE-RECEIVABLE-RECORD.
            MOVE WS-REC-NUMERO(WS-REC-SUB) TO CR-NUMERO.
            MOVE WS-REC-CLIENTE(WS-REC-SUB) TO CR-CLIENTE.
            MOVE WS-REC-COMPETENCIA(WS-REC-SUB) TO CR-COMPETENCIA.
            MOVE WS-REC-EMISSAO(WS-REC-SUB) TO CR-EMISSAO.
            MOVE WS-REC-VENCIMENTO(WS-REC-SUB) TO CR-VENCIMENTO.
            MOVE WS-REC-VALOR(WS-REC-SUB) TO CR-VALOR.
            MOVE WS-REC-PAGO(WS-REC-SUB) TO CR-PAGO.
            MOVE WS-REC-STATUS(WS-REC-SUB) TO CR-STATUS.

       REGRAVA-RECEBER.
            MOVE WS-REC-SUB TO WS-ENT-SUB.
            OPEN OUTPUT CAFE-RECEIVABLE-FILE.
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-REC-TOTAL
                PERFORM MONTA-REGISTRO-RECEBER
                WRITE CAFE-RECEIVABLE-RECORD
            END-PERFORM.
            CLOSE CAFE-RECEIVABLE-FILE.
            MOVE WS-ENT-SUB TO WS-REC-SUB.

      * Open balances by cafe, aged on the days past the due date
      * at the business date; not yet due is shown apart.
       RELATORIO-AGING.
            MOVE 0 TO WS-AGE-TOTAL.
            PERFORM VARYING WS-REC-SUB FROM 1 BY 1
                    UNTIL WS-REC-SUB > WS-REC-TOTAL
                IF WS-REC-STATUS(WS-REC-SUB) = 'A'
                    PERFORM CLASSIFICA-FAIXA
                END-IF
            END-PERFORM.
            OPEN OUTPUT CAFE-AGING-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "AGING DE CAFES EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            MOVE SPACES TO WS-LINHA.
            STRING "CAFE         A VENCER      1-30      31-60"
                "      61-90        +90       TOTAL"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > WS-AGE-TOTAL
                PERFORM LISTA-CAFE-AGING
            END-PERFORM.
            MOVE WS-AGE-GERAL TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL EM ABERTO DOS CAFES: " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            CLOSE CAFE-AGING-FILE.

       CLASSIFICA-FAIXA.
            COMPUTE WS-AGE-SALDO = WS-REC-VALOR(WS-REC-SUB)
                - WS-REC-PAGO(WS-REC-SUB).
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE WS-REC-VENCIMENTO(WS-REC-SUB) TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            PERFORM LOCALIZA-CAFE-AGING.
            IF WS-AGE-SUB > 0
                EVALUATE TRUE
                 WHEN WS-DS-DIAS <= 0
                    ADD WS-AGE-SALDO TO WS-AGE-A-VENCER(WS-AGE-SUB)
                 WHEN WS-DS-DIAS <= 30
                    ADD WS-AGE-SALDO TO WS-AGE-FAIXA-1(WS-AGE-SUB)
                 WHEN WS-DS-DIAS <= 60
                    ADD WS-AGE-SALDO TO WS-AGE-FAIXA-2(WS-AGE-SUB)
                 WHEN WS-DS-DIAS <= 90
                    ADD WS-AGE-SALDO TO WS-AGE-FAIXA-3(WS-AGE-SUB)
                 WHEN OTHER
                    ADD WS-AGE-SALDO TO WS-AGE-FAIXA-4(WS-AGE-SUB)
                END-EVALUATE
                ADD WS-AGE-SALDO TO WS-AGE-GERAL
            END-IF.

       LOCALIZA-CAFE-AGING.
            MOVE 'N' TO WS-AGE-ACHOU.
            PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > WS-AGE-TOTAL
                    OR WS-AGE-ACHOU = 'S'
                IF WS-AGE-CLIENTE(WS-AGE-SUB) =
                        WS-REC-CLIENTE(WS-REC-SUB)
                    MOVE 'S' TO WS-AGE-ACHOU
                    SUBTRACT 1 FROM WS-AGE-SUB
                END-IF
            END-PERFORM.
            IF WS-AGE-ACHOU = 'N'
                IF WS-AGE-TOTAL < 50
                    ADD 1 TO WS-AGE-TOTAL
                    MOVE WS-AGE-TOTAL TO WS-AGE-SUB
                    MOVE WS-REC-CLIENTE(WS-REC-SUB)
                        TO WS-AGE-CLIENTE(WS-AGE-SUB)
                    MOVE 0 TO WS-AGE-A-VENCER(WS-AGE-SUB)
                    MOVE 0 TO WS-AGE-FAIXA-1(WS-AGE-SUB)
                    MOVE 0 TO WS-AGE-FAIXA-2(WS-AGE-SUB)
                    MOVE 0 TO WS-AGE-FAIXA-3(WS-AGE-SUB)
                    MOVE 0 TO WS-AGE-FAIXA-4(WS-AGE-SUB)
                ELSE
                    DISPLAY "TABELA DE AGING CHEIA - CAFE IGNORADO: "
      -                 WS-REC-CLIENTE(WS-REC-SUB)
                    MOVE 4 TO RETURN-CODE
                    MOVE 0 TO WS-AGE-SUB
                END-IF
            END-IF.

       LISTA-CAFE-AGING.
            COMPUTE WS-AGE-TOTAL-CAFE =
                WS-AGE-A-VENCER(WS-AGE-SUB)
                    + WS-AGE-FAIXA-1(WS-AGE-SUB)
                    + WS-AGE-FAIXA-2(WS-AGE-SUB)
                    + WS-AGE-FAIXA-3(WS-AGE-SUB)
                    + WS-AGE-FAIXA-4(WS-AGE-SUB).
            MOVE WS-AGE-A-VENCER(WS-AGE-SUB) TO WS-ED-A-VENCER.
            MOVE WS-AGE-FAIXA-1(WS-AGE-SUB) TO WS-ED-FAIXA-1.
            MOVE WS-AGE-FAIXA-2(WS-AGE-SUB) TO WS-ED-FAIXA-2.
            MOVE WS-AGE-FAIXA-3(WS-AGE-SUB) TO WS-ED-FAIXA-3.
            MOVE WS-AGE-FAIXA-4(WS-AGE-SUB) TO WS-ED-FAIXA-4.
            MOVE WS-AGE-TOTAL-CAFE TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING WS-AGE-CLIENTE(WS-AGE-SUB)
                " " WS-ED-A-VENCER
                " " WS-ED-FAIXA-1
                " " WS-ED-FAIXA-2
                " " WS-ED-FAIXA-3
                " " WS-ED-FAIXA-4
                " " WS-ED-VALOR
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.

       GRAVA-LINHA-AGING.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CAFE-AGING-RECORD.
            WRITE CAFE-AGING-RECORD.

       INICIALIZA-IMPOSTOS.
            MOVE "ESSENCIAL"  TO WS-CATEGORIA-NOME(1).
            MOVE 0.50         TO WS-CATEGORIA-TAXA(1).
            MOVE "PADRAO"     TO WS-CATEGORIA-NOME(2).
            MOVE 0.73         TO WS-CATEGORIA-TAXA(2).
            MOVE "LUXO"       TO WS-CATEGORIA-NOME(3).
            MOVE 1.00         TO WS-CATEGORIA-TAXA(3).

      * Same PARAMCTL override of the category tax rates as the
      * invoicing run, so both bill at the same rates.
       LE-PARAMETROS.
            OPEN INPUT PARAM-CONTROL-FILE.
            IF WS-FS-PARAMCTL = "00"
                READ PARAM-CONTROL-FILE
                    NOT AT END
                        MOVE PC-TAXA-ESSENCIAL TO WS-CATEGORIA-TAXA(1)
                        MOVE PC-TAXA-PADRAO TO WS-CATEGORIA-TAXA(2)
                        MOVE PC-TAXA-LUXO TO WS-CATEGORIA-TAXA(3)
                END-READ
                CLOSE PARAM-CONTROL-FILE
            END-IF.

       COPY "holproc.cpy".

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM CAFEBILL.
