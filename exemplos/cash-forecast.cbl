      ******************************************************************
      * Author:
      * Date:
      * Purpose: the thirty/sixty/ninety-day cash projection. From
      *          the last bank position BANKRECON left on BANKSALDO
      *          it spreads, week by week over the thirteen weeks
      *          from the business date, what the suite expects to
      *          come in - open BILLHIST utility invoices by due
      *          date, weighted by how much of its past invoices
      *          each account has actually paid, PAYPLANS
      *          installments, TUITHIST tuition and the CAFERECV
      *          invoicing receivables - and what it expects to go
      *          out - the next payrolls and their withholdings,
      *          estimated from the last PAYREG close, the 13th
      *          salary installments, open POFILE purchase orders
      *          at the supplier's terms and the approved APINV
      *          invoices still unpaid, the TAXSUMM remittance
      *          TAXREMIT last worked out, and the ADVANCES granted
      *          for a future date. Anything already past due
      *          falls in the first week. The CASHPROJ report shows
      *          the running balance per week, flagging every week
      *          that ends negative (RC 4), and the totals per
      *          source at 30, 60 and 90 days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-BALANCE-FILE ASSIGN TO "BANKSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKSALDO.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BILLHIST.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYPLANS.
           SELECT TUITION-HISTORY-FILE ASSIGN TO "TUITHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TUITHIST.
           SELECT CAFE-RECEIVABLE-FILE ASSIGN TO "CAFERECV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAFERECV.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREG.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUPPLIERS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POFILE.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "APINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APINV.
           SELECT REMIT-SUMMARY-FILE ASSIGN TO "TAXSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXSUMM.
           SELECT ADVANCE-LOAN-FILE ASSIGN TO "ADVANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADVANCES.
           SELECT CASH-PROJECTION-FILE ASSIGN TO "CASHPROJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-BALANCE-FILE.
           COPY "banksld.cpy".

       FD  BILLING-HISTORY-FILE.
           COPY "bilhist.cpy".

       FD  PAYMENT-PLAN-FILE.
           COPY "payplan.cpy".

       FD  TUITION-HISTORY-FILE.
       01  TUITION-HISTORY-RECORD.
           05 TH-STU-ID             PIC X(10).
           05 TH-DELIM-1            PIC X(1).
           05 TH-COMPETENCIA        PIC 9(6).
           05 TH-DELIM-2            PIC X(1).
           05 TH-VALOR              PIC 9(6)V99.
           05 TH-DELIM-3            PIC X(1).
           05 TH-DATA-VENCIMENTO    PIC 9(8).
           05 TH-DELIM-4            PIC X(1).
           05 TH-VALOR-PAGO         PIC 9(6)V99.
           05 TH-DELIM-5            PIC X(1).
           05 TH-STATUS             PIC X(1).

       FD  CAFE-RECEIVABLE-FILE.
           COPY "caferecv.cpy".

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD.
           05 RG-EMP-ID             PIC X(10).
           05 RG-DELIM-1            PIC X(1).
           05 RG-BRUTO              PIC 9(7)V99.
           05 RG-DELIM-2            PIC X(1).
           05 RG-INSS               PIC 9(6)V99.
           05 RG-DELIM-3            PIC X(1).
           05 RG-IRRF               PIC 9(6)V99.
           05 RG-DELIM-4            PIC X(1).
           05 RG-LIQUIDO            PIC 9(7)V99.
           05 RG-DELIM-5            PIC X(1).
           05 RG-COMPETENCIA        PIC 9(6).
           05 RG-DELIM-6            PIC X(1).
           05 RG-DIAS-TRABALHADOS   PIC 9(2).
           05 RG-DELIM-7            PIC X(1).
           05 RG-ADIANTAMENTO       PIC 9(6)V99.
           05 RG-DELIM-8            PIC X(1).
           05 RG-ORDENS             PIC 9(6)V99.

       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SP-CODIGO            PIC X(6).
           05 SP-DELIM-1           PIC X(1).
           05 SP-NOME              PIC X(20).
           05 SP-DELIM-2           PIC X(1).
           05 SP-PRECO-UNIT        PIC 9(4)V99.
           05 SP-DELIM-3           PIC X(1).
           05 SP-PRAZO-DIAS        PIC 9(3).

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05 PO-NUMERO            PIC 9(6).
           05 PO-DELIM-1           PIC X(1).
           05 PO-ESTABULO          PIC X(10).
           05 PO-DELIM-2           PIC X(1).
           05 PO-QTD               PIC 9(5).
           05 PO-DELIM-3           PIC X(1).
           05 PO-DATA              PIC 9(8).
           05 PO-DELIM-4           PIC X(1).
           05 PO-STATUS            PIC X(8).
           05 PO-DELIM-5           PIC X(1).
           05 PO-FORNECEDOR        PIC X(6).
           05 PO-DELIM-6           PIC X(1).
           05 PO-QTD-ORIGINAL      PIC 9(5).
           05 PO-DELIM-7           PIC X(1).
           05 PO-DATA-ENTREGA      PIC 9(8).
           05 PO-DELIM-8           PIC X(1).
           05 PO-QTD-ENTREGUE      PIC 9(5).
           05 PO-DELIM-9           PIC X(1).
           05 PO-PRECO-UNIT        PIC 9(4)V99.

       FD  SUPPLIER-INVOICE-FILE.
           COPY "apinv.cpy".

       FD  REMIT-SUMMARY-FILE.
       01  REMIT-SUMMARY-RECORD     PIC X(60).

       FD  ADVANCE-LOAN-FILE.
           COPY "advance.cpy".

       FD  CASH-PROJECTION-FILE.
       01  CASH-PROJECTION-RECORD   PIC X(90).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-BANKSALDO PIC X(2).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-PAYPLANS PIC X(2).
           77 WS-FS-TUITHIST PIC X(2).
           77 WS-FS-CAFERECV PIC X(2).
           77 WS-FS-PAYREG PIC X(2).
           77 WS-FS-SUPPLIERS PIC X(2).
           77 WS-FS-POFILE PIC X(2).
           77 WS-FS-APINV PIC X(2).
           77 WS-FS-TAXSUMM PIC X(2).
           77 WS-FS-ADVANCES PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * The sources the projection is broken down by: the first
      * four come in, the rest go out.
           01 WS-NOMES-ORIGEM-INIT.
               05 FILLER PIC X(20) VALUE "CONTAS DE CONSUMO".
               05 FILLER PIC X(20) VALUE "PARCELAMENTOS".
               05 FILLER PIC X(20) VALUE "MENSALIDADES".
               05 FILLER PIC X(20) VALUE "FATURAS A RECEBER".
               05 FILLER PIC X(20) VALUE "FOLHA DE PAGAMENTO".
               05 FILLER PIC X(20) VALUE "13O SALARIO".
               05 FILLER PIC X(20) VALUE "COMPRAS/FORNECEDORES".
               05 FILLER PIC X(20) VALUE "IMPOSTOS E RETENCOES".
               05 FILLER PIC X(20) VALUE "ADIANTAMENTOS".
           01 WS-NOMES-ORIGEM REDEFINES WS-NOMES-ORIGEM-INIT.
               05 WS-ORI-NOME PIC X(20) OCCURS 9 TIMES.
           77 WS-ORI-ENTRADAS PIC 9(1) VALUE 4.
           01 WS-TABELA-PROJECAO.
               05 WS-SEM-ENTRADA OCCURS 13 TIMES.
                   10 WS-SEM-INICIO     PIC 9(8).
                   10 WS-SEM-VALOR      PIC S9(9)V99 OCCURS 9 TIMES.
           01 WS-TABELA-FAIXAS.
               05 WS-FAI-ORIGEM OCCURS 9 TIMES.
                   10 WS-FAI-VALOR      PIC S9(9)V99 OCCURS 3 TIMES.
           77 WS-SEM-SUB PIC 9(2).
           77 WS-ORI-SUB PIC 9(2).
           77 WS-FAI-SUB PIC 9(1).
      * Payment history per utility account: what it was billed and
      * what it paid on invoices already due before the projection
      * starts. An account with no history is expected to pay in
      * full.
           01 WS-TABELA-HISTORICO.
               05 WS-HIS-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-HIS-IX.
                   10 WS-HIS-CONTA      PIC 9(6).
                   10 WS-HIS-FATURADO   PIC 9(9)V99.
                   10 WS-HIS-PAGO       PIC 9(9)V99.
           77 WS-HIS-TOTAL PIC 9(3) VALUE 0.
           77 WS-HIS-SUB PIC 9(3).
           77 WS-HIS-ACHOU PIC X(1).
           77 WS-HIS-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PERC-PAGTO PIC 9(1)V9(4).
           01 WS-TABELA-FORNECEDORES.
               05 WS-FOR-ENTRADA OCCURS 100 TIMES.
                   10 WS-FOR-CODIGO     PIC X(6).
                   10 WS-FOR-PRAZO      PIC 9(3).
           77 WS-FOR-TOTAL PIC 9(3) VALUE 0.
           77 WS-FOR-SUB PIC 9(3).
           77 WS-PRAZO PIC 9(3).
      * TAXSUMM line: REM;tipo;AAAAMM;base;valor.
           01 WS-TAXSUMM-CAMPOS.
               05 WS-TS-PREFIXO         PIC X(3).
               05 WS-TS-TIPO            PIC X(6).
               05 WS-TS-PERIODO         PIC X(6).
               05 WS-TS-BASE            PIC X(11).
               05 WS-TS-VALOR-X         PIC X(11).
               05 WS-TS-VALOR REDEFINES WS-TS-VALOR-X PIC 9(9)V99.
           77 WS-PERIODO-IMPOSTO PIC 9(6).
           77 WS-SALDO-INICIAL PIC S9(9)V99 VALUE 0.
           77 WS-DATA-SALDO PIC 9(8) VALUE 0.
           77 WS-TEM-SALDO PIC X(1) VALUE 'N'.
           77 WS-SALDO-CORRENTE PIC S9(9)V99.
           77 WS-SEM-ENTRADAS PIC S9(9)V99.
           77 WS-SEM-SAIDAS PIC S9(9)V99.
           77 WS-QTD-NEGATIVAS PIC 9(2) VALUE 0.
           77 WS-FOLHA-COMPETENCIA PIC 9(6) VALUE 0.
           77 WS-FOLHA-LIQUIDO PIC 9(9)V99 VALUE 0.
           77 WS-FOLHA-BRUTO PIC 9(9)V99 VALUE 0.
           77 WS-FOLHA-RETENCOES PIC 9(9)V99 VALUE 0.
           77 WS-COMPETENCIA PIC 9(6).
           77 WS-ANO-MES PIC 9(6).
           77 WS-ANO-13 PIC 9(4).
           77 WS-MOV-DATA PIC 9(8).
           77 WS-MOV-VALOR PIC S9(9)V99.
           77 WS-MOV-ORIGEM PIC 9(1).
           77 WS-VALOR-ABERTO PIC S9(9)V99.
           77 WS-DATA-INICIO PIC 9(8).
           77 WS-DATA-FIM PIC 9(8).
           77 WS-DIAS-INICIO PIC S9(9).
           77 WS-OFFSET PIC S9(9).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-ED-VALOR-1 PIC -(8)9.99.
           77 WS-ED-VALOR-2 PIC -(8)9.99.
           77 WS-ED-VALOR-3 PIC -(8)9.99.
           77 WS-ED-VALOR-4 PIC -(8)9.99.
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "CASHFCST".

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
            PERFORM MONTA-SEMANAS
            PERFORM LE-SALDO-BANCARIO
            PERFORM CARREGA-HISTORICO-CONTAS
            PERFORM PROJETA-CONTAS-CONSUMO
            PERFORM PROJETA-PARCELAMENTOS
            PERFORM PROJETA-MENSALIDADES
            PERFORM PROJETA-FATURAS
            PERFORM PROJETA-FOLHA
            PERFORM CARREGA-FORNECEDORES
            PERFORM PROJETA-PEDIDOS
            PERFORM PROJETA-NOTAS-FORNECEDOR
            PERFORM PROJETA-IMPOSTOS
            PERFORM PROJETA-ADIANTAMENTOS
            PERFORM EMITE-PROJECAO
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "PROJECAO CAIXA NEG: " WS-QTD-NEGATIVAS
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

      * Thirteen weeks of seven days from the business date: day
      * offsets 0 through 90, so the ninety-day column is the whole
      * projection.
       MONTA-SEMANAS.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DIAS TO WS-DIAS-INICIO.
            MOVE WS-DATA-REF TO WS-DATA-INICIO.
            PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
                    UNTIL WS-SEM-SUB > 13
                MOVE 'D' TO WS-DS-FUNCAO
                COMPUTE WS-DS-DIAS =
                    WS-DIAS-INICIO + (WS-SEM-SUB - 1) * 7
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                MOVE WS-DS-DATA TO WS-SEM-INICIO(WS-SEM-SUB)
                PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                        UNTIL WS-ORI-SUB > 9
                    MOVE 0 TO WS-SEM-VALOR(WS-SEM-SUB, WS-ORI-SUB)
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                    UNTIL WS-ORI-SUB > 9
                PERFORM VARYING WS-FAI-SUB FROM 1 BY 1
                        UNTIL WS-FAI-SUB > 3
                    MOVE 0 TO WS-FAI-VALOR(WS-ORI-SUB, WS-FAI-SUB)
                END-PERFORM
            END-PERFORM.
            MOVE 'D' TO WS-DS-FUNCAO.
            COMPUTE WS-DS-DIAS = WS-DIAS-INICIO + 90.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-FIM.

      * The latest reconciliation is the starting cash; with none
      * on file the balance is keyed.
       LE-SALDO-BANCARIO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BANK-BALANCE-FILE.
            IF WS-FS-BANKSALDO NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BANK-BALANCE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BK-DATA >= WS-DATA-SALDO
                                AND BK-SALDO-AJUSTADO IS NUMERIC
                            MOVE BK-DATA TO WS-DATA-SALDO
                            MOVE BK-SALDO-AJUSTADO TO WS-SALDO-INICIAL
                            MOVE 'S' TO WS-TEM-SALDO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BANKSALDO = "10"
                CLOSE BANK-BALANCE-FILE
            END-IF
            IF WS-TEM-SALDO = 'N'
                DISPLAY "BANKSALDO SEM CONCILIACAO - DIGITE O SALDO"
      -             " BANCARIO ATUAL:"
                ACCEPT WS-SALDO-INICIAL
                MOVE WS-DATA-REF TO WS-DATA-SALDO
            END-IF.

      * Places one expected movement: WS-MOV-DATA, WS-MOV-VALOR
      * (always positive) and WS-MOV-ORIGEM. Past due goes in the
      * first week; beyond the ninety days it is left out.
       LANCA-MOVIMENTO.
            IF WS-MOV-VALOR > 0
                IF WS-MOV-DATA < WS-DATA-REF
                    MOVE 0 TO WS-OFFSET
                ELSE
                    MOVE 'J' TO WS-DS-FUNCAO
                    MOVE WS-MOV-DATA TO WS-DS-DATA
                    CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                        WS-DS-DATA-2 WS-DS-DIAS
                    COMPUTE WS-OFFSET = WS-DS-DIAS - WS-DIAS-INICIO
                END-IF
                IF WS-OFFSET <= 90
                    COMPUTE WS-SEM-SUB = WS-OFFSET / 7 + 1
                    ADD WS-MOV-VALOR TO
                        WS-SEM-VALOR(WS-SEM-SUB, WS-MOV-ORIGEM)
                    ADD WS-MOV-VALOR TO WS-FAI-VALOR(WS-MOV-ORIGEM, 3)
                    IF WS-OFFSET < 60
                        ADD WS-MOV-VALOR TO
                            WS-FAI-VALOR(WS-MOV-ORIGEM, 2)
                    END-IF
                    IF WS-OFFSET < 30
                        ADD WS-MOV-VALOR TO
                            WS-FAI-VALOR(WS-MOV-ORIGEM, 1)
                    END-IF
                END-IF
            END-IF.

      * Every invoice already due tells how the account pays: a
      * written-off or unpaid one counts as billed and not paid.
       CARREGA-HISTORICO-CONTAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BILLING-HISTORY-FILE.
            IF WS-FS-BILLHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BILLING-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BH-DATA-VENCIMENTO < WS-DATA-REF
                                AND BH-STATUS NOT = 'R'
                            PERFORM ACUMULA-HISTORICO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF
            IF WS-HIS-ESTOUROU = 'S'
                DISPLAY "BILLHIST EXCEDE 500 CONTAS - AS DEMAIS"
      -             " PROJETADAS SEM PONDERACAO"
                MOVE 4 TO RETURN-CODE
            END-IF.

       ACUMULA-HISTORICO.
            PERFORM LOCALIZA-HISTORICO.
            IF WS-HIS-SUB = 0
                IF WS-HIS-TOTAL < 500
                    ADD 1 TO WS-HIS-TOTAL
                    MOVE WS-HIS-TOTAL TO WS-HIS-SUB
                    MOVE BH-CONTA TO WS-HIS-CONTA(WS-HIS-SUB)
                    MOVE 0 TO WS-HIS-FATURADO(WS-HIS-SUB)
                    MOVE 0 TO WS-HIS-PAGO(WS-HIS-SUB)
                ELSE
                    MOVE 'S' TO WS-HIS-ESTOUROU
                END-IF
            END-IF
            IF WS-HIS-SUB > 0
                ADD BH-TOTAL-PAGAR TO WS-HIS-FATURADO(WS-HIS-SUB)
                IF BH-VALOR-PAGO IS NUMERIC
                    IF BH-VALOR-PAGO > BH-TOTAL-PAGAR
                        ADD BH-TOTAL-PAGAR TO WS-HIS-PAGO(WS-HIS-SUB)
                    ELSE
                        ADD BH-VALOR-PAGO TO WS-HIS-PAGO(WS-HIS-SUB)
                    END-IF
                END-IF
            END-IF.

       LOCALIZA-HISTORICO.
            MOVE 'N' TO WS-HIS-ACHOU.
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                    OR WS-HIS-ACHOU = 'S'
                IF WS-HIS-CONTA(WS-HIS-SUB) = BH-CONTA
                    MOVE 'S' TO WS-HIS-ACHOU
                    SUBTRACT 1 FROM WS-HIS-SUB
                END-IF
            END-PERFORM.
            IF WS-HIS-ACHOU = 'N'
                MOVE 0 TO WS-HIS-SUB
            END-IF.

      * Open ('A', 'P' or blank) invoices: renegotiated ones come
      * in through their plan, written-off ones are not expected.
       PROJETA-CONTAS-CONSUMO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BILLING-HISTORY-FILE.
            IF WS-FS-BILLHIST NOT = "00"
                DISPLAY "BILLHIST NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BILLING-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BH-STATUS = 'A' OR BH-STATUS = 'P'
                                OR BH-STATUS = SPACE
                            PERFORM PROJETA-FATURA-CONSUMO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF.

       PROJETA-FATURA-CONSUMO.
            MOVE BH-TOTAL-PAGAR TO WS-VALOR-ABERTO.
            IF BH-VALOR-PAGO IS NUMERIC
                SUBTRACT BH-VALOR-PAGO FROM WS-VALOR-ABERTO
            END-IF
            MOVE 1 TO WS-PERC-PAGTO.
            PERFORM LOCALIZA-HISTORICO.
            IF WS-HIS-SUB > 0
                IF WS-HIS-FATURADO(WS-HIS-SUB) > 0
                    COMPUTE WS-PERC-PAGTO ROUNDED =
                        WS-HIS-PAGO(WS-HIS-SUB) /
                        WS-HIS-FATURADO(WS-HIS-SUB)
                END-IF
            END-IF
            COMPUTE WS-MOV-VALOR ROUNDED =
                WS-VALOR-ABERTO * WS-PERC-PAGTO.
            MOVE BH-DATA-VENCIMENTO TO WS-MOV-DATA.
            MOVE 1 TO WS-MOV-ORIGEM.
            PERFORM LANCA-MOVIMENTO.

       PROJETA-PARCELAMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAYMENT-PLAN-FILE.
            IF WS-FS-PAYPLANS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAYMENT-PLAN-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PP-STATUS = 'A' OR PP-STATUS = 'P'
                            COMPUTE WS-MOV-VALOR =
                                PP-VALOR - PP-VALOR-PAGO
                            MOVE PP-DATA-VENCIMENTO TO WS-MOV-DATA
                            MOVE 2 TO WS-MOV-ORIGEM
                            PERFORM LANCA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYPLANS = "10"
                CLOSE PAYMENT-PLAN-FILE
            END-IF.

       PROJETA-MENSALIDADES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TUITION-HISTORY-FILE.
            IF WS-FS-TUITHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TUITION-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF TH-STATUS NOT = 'Q'
                            MOVE TH-VALOR TO WS-MOV-VALOR
                            IF TH-VALOR-PAGO IS NUMERIC
                                SUBTRACT TH-VALOR-PAGO FROM
                                    WS-MOV-VALOR
                            END-IF
                            MOVE TH-DATA-VENCIMENTO TO WS-MOV-DATA
                            MOVE 3 TO WS-MOV-ORIGEM
                            PERFORM LANCA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TUITHIST = "10"
                CLOSE TUITION-HISTORY-FILE
            END-IF.

       PROJETA-FATURAS.
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
                        IF CR-STATUS = 'A'
                            COMPUTE WS-MOV-VALOR = CR-VALOR - CR-PAGO
                            MOVE CR-VENCIMENTO TO WS-MOV-DATA
                            MOVE 4 TO WS-MOV-ORIGEM
                            PERFORM LANCA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CAFERECV = "10"
                CLOSE CAFE-RECEIVABLE-FILE
            END-IF.

      * PAYREG holds the last close only. Every later month is
      * expected to cost the same: the net and the court orders
      * paid on the last day of the month, the INSS and IRRF
      * withheld remitted on the 20th of the month after. The 13th
      * salary is the same gross, half by 30 November and half by
      * 20 December.
       PROJETA-FOLHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-FILE.
            IF WS-FS-PAYREG NOT = "00"
                DISPLAY "PAYREG NAO ENCONTRADO - FOLHA NAO PROJETADA"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REGISTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM ACUMULA-FOLHA
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREG = "10"
                CLOSE PAY-REGISTER-FILE
            END-IF
            IF WS-FOLHA-COMPETENCIA > 0
                MOVE WS-FOLHA-COMPETENCIA TO WS-COMPETENCIA
                PERFORM AVANCA-COMPETENCIA
                PERFORM PROJETA-MES-FOLHA
                    UNTIL WS-COMPETENCIA > WS-DATA-FIM(1:6)
                MOVE WS-DATA-REF(1:4) TO WS-ANO-13
                PERFORM PROJETA-13-SALARIO
                ADD 1 TO WS-ANO-13
                PERFORM PROJETA-13-SALARIO
            END-IF.

      * Only the latest competencia on file counts, should PAYREG
      * ever carry more than one.
       ACUMULA-FOLHA.
            IF RG-COMPETENCIA > WS-FOLHA-COMPETENCIA
                MOVE RG-COMPETENCIA TO WS-FOLHA-COMPETENCIA
                MOVE 0 TO WS-FOLHA-LIQUIDO
                MOVE 0 TO WS-FOLHA-BRUTO
                MOVE 0 TO WS-FOLHA-RETENCOES
            END-IF
            IF RG-COMPETENCIA = WS-FOLHA-COMPETENCIA
                ADD RG-LIQUIDO TO WS-FOLHA-LIQUIDO
                ADD RG-BRUTO TO WS-FOLHA-BRUTO
                ADD RG-INSS TO WS-FOLHA-RETENCOES
                ADD RG-IRRF TO WS-FOLHA-RETENCOES
                IF RG-ORDENS IS NUMERIC
                    ADD RG-ORDENS TO WS-FOLHA-LIQUIDO
                END-IF
            END-IF.

       AVANCA-COMPETENCIA.
            IF WS-COMPETENCIA(5:2) = "12"
                COMPUTE WS-COMPETENCIA = WS-COMPETENCIA + 89
            ELSE
                ADD 1 TO WS-COMPETENCIA
            END-IF.

       PROJETA-MES-FOLHA.
            MOVE WS-COMPETENCIA TO WS-ANO-MES.
            PERFORM AVANCA-COMPETENCIA.
            MOVE 'J' TO WS-DS-FUNCAO.
            COMPUTE WS-DS-DATA = WS-COMPETENCIA * 100 + 1.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT 1 FROM WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            IF WS-DS-DATA >= WS-DATA-REF
                MOVE WS-DS-DATA TO WS-MOV-DATA
                MOVE WS-FOLHA-LIQUIDO TO WS-MOV-VALOR
                MOVE 5 TO WS-MOV-ORIGEM
                PERFORM LANCA-MOVIMENTO
            END-IF
            COMPUTE WS-MOV-DATA = WS-COMPETENCIA * 100 + 20.
            MOVE WS-FOLHA-RETENCOES TO WS-MOV-VALOR.
            MOVE 8 TO WS-MOV-ORIGEM.
            PERFORM LANCA-MOVIMENTO.

       PROJETA-13-SALARIO.
            COMPUTE WS-MOV-VALOR ROUNDED = WS-FOLHA-BRUTO / 2.
            MOVE 6 TO WS-MOV-ORIGEM.
            COMPUTE WS-MOV-DATA = WS-ANO-13 * 10000 + 1130.
            IF WS-MOV-DATA >= WS-DATA-REF
                PERFORM LANCA-MOVIMENTO
            END-IF
            COMPUTE WS-MOV-DATA = WS-ANO-13 * 10000 + 1220.
            IF WS-MOV-DATA >= WS-DATA-REF
                PERFORM LANCA-MOVIMENTO
            END-IF.

       CARREGA-FORNECEDORES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUPPLIER-MASTER-FILE.
            IF WS-FS-SUPPLIERS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUPPLIER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-FOR-TOTAL < 100
                            ADD 1 TO WS-FOR-TOTAL
                            MOVE SP-CODIGO TO
                                WS-FOR-CODIGO(WS-FOR-TOTAL)
                            MOVE 30 TO WS-FOR-PRAZO(WS-FOR-TOTAL)
                            IF SP-PRAZO-DIAS IS NUMERIC
                                MOVE SP-PRAZO-DIAS TO
                                    WS-FOR-PRAZO(WS-FOR-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SUPPLIERS = "10"
                CLOSE SUPPLIER-MASTER-FILE
            END-IF.

      * What is still to be delivered on an open PO, at its price,
      * falls due the supplier's terms after the order date - the
      * same 30-day default APINVOICE uses.
       PROJETA-PEDIDOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF WS-FS-POFILE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PURCHASE-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PO-STATUS = "ABERTO"
                                AND PO-PRECO-UNIT IS NUMERIC
                            PERFORM PROJETA-PEDIDO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-POFILE = "10"
                CLOSE PURCHASE-ORDER-FILE
            END-IF.

       PROJETA-PEDIDO.
            MOVE 30 TO WS-PRAZO.
            PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                    UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                IF WS-FOR-CODIGO(WS-FOR-SUB) = PO-FORNECEDOR
                    MOVE WS-FOR-PRAZO(WS-FOR-SUB) TO WS-PRAZO
                END-IF
            END-PERFORM.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE PO-DATA TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD WS-PRAZO TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-MOV-DATA.
            COMPUTE WS-MOV-VALOR = PO-QTD * PO-PRECO-UNIT.
            MOVE 7 TO WS-MOV-ORIGEM.
            PERFORM LANCA-MOVIMENTO.

      * Goods already received are off the PO and on the supplier's
      * invoice: approved or held, it is paid on its due date.
       PROJETA-NOTAS-FORNECEDOR.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUPPLIER-INVOICE-FILE.
            IF WS-FS-APINV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUPPLIER-INVOICE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF AP-SITUACAO = 'A' OR AP-SITUACAO = 'R'
                            MOVE AP-VALOR TO WS-MOV-VALOR
                            MOVE AP-VENCIMENTO TO WS-MOV-DATA
                            MOVE 7 TO WS-MOV-ORIGEM
                            PERFORM LANCA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-APINV = "10"
                CLOSE SUPPLIER-INVOICE-FILE
            END-IF.

      * TAXSUMM carries the period TAXREMIT last worked out; every
      * tax on it is due on the 20th of the following month.
       PROJETA-IMPOSTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT REMIT-SUMMARY-FILE.
            IF WS-FS-TAXSUMM NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ REMIT-SUMMARY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM PROJETA-LINHA-IMPOSTO
                END-READ
            END-PERFORM.
            IF WS-FS-TAXSUMM = "10"
                CLOSE REMIT-SUMMARY-FILE
            END-IF.

       PROJETA-LINHA-IMPOSTO.
            MOVE SPACES TO WS-TAXSUMM-CAMPOS.
            UNSTRING REMIT-SUMMARY-RECORD DELIMITED BY ";"
                INTO WS-TS-PREFIXO WS-TS-TIPO WS-TS-PERIODO
                    WS-TS-BASE WS-TS-VALOR-X.
            IF WS-TS-PREFIXO = "REM" AND WS-TS-PERIODO IS NUMERIC
                    AND WS-TS-VALOR IS NUMERIC
                MOVE WS-TS-PERIODO TO WS-COMPETENCIA
                PERFORM AVANCA-COMPETENCIA
                COMPUTE WS-MOV-DATA = WS-COMPETENCIA * 100 + 20
                MOVE WS-TS-VALOR TO WS-MOV-VALOR
                MOVE 8 TO WS-MOV-ORIGEM
                PERFORM LANCA-MOVIMENTO
            END-IF.

      * An advance granted for a date still ahead is money yet to
      * leave the account.
       PROJETA-ADIANTAMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ADVANCE-LOAN-FILE.
            IF WS-FS-ADVANCES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ADVANCE-LOAN-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF AD-STATUS = 'A'
                                AND AD-ORIGEM NOT = 'M'
                                AND AD-DATA-CONCESSAO >= WS-DATA-REF
                            MOVE AD-PRINCIPAL TO WS-MOV-VALOR
                            MOVE AD-DATA-CONCESSAO TO WS-MOV-DATA
                            MOVE 9 TO WS-MOV-ORIGEM
                            PERFORM LANCA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ADVANCES = "10"
                CLOSE ADVANCE-LOAN-FILE
            END-IF.

       EMITE-PROJECAO.
            OPEN OUTPUT CASH-PROJECTION-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "PROJECAO DE CAIXA - 13 SEMANAS DE " WS-DATA-REF
                " A " WS-DATA-FIM
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-SALDO-INICIAL TO WS-ED-VALOR-1.
            MOVE SPACES TO WS-LINHA.
            STRING "SALDO BANCARIO INICIAL " WS-ED-VALOR-1
                "  (CONCILIACAO DE " WS-DATA-SALDO ")"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "SEM INICIO        ENTRADAS       SAIDAS"
                "        SALDO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRENTE.
            PERFORM VARYING WS-SEM-SUB FROM 1 BY 1
                    UNTIL WS-SEM-SUB > 13
                PERFORM LINHA-SEMANA
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "ORIGEM                  ATE 30 DIAS  ATE 60 DIAS"
                "  ATE 90 DIAS"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "ENTRADAS PREVISTAS" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                    UNTIL WS-ORI-SUB > 9
                IF WS-ORI-SUB = WS-ORI-ENTRADAS + 1
                    MOVE "SAIDAS PREVISTAS" TO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
                PERFORM LINHA-ORIGEM
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            IF WS-QTD-NEGATIVAS > 0
                STRING "*** " WS-QTD-NEGATIVAS " SEMANA(S) COM SALDO"
                    " PROJETADO NEGATIVO ***"
                    DELIMITED BY SIZE INTO WS-LINHA
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE "SALDO PROJETADO POSITIVO EM TODAS AS SEMANAS"
                    TO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            CLOSE CASH-PROJECTION-FILE.

       LINHA-SEMANA.
            MOVE 0 TO WS-SEM-ENTRADAS.
            MOVE 0 TO WS-SEM-SAIDAS.
            PERFORM VARYING WS-ORI-SUB FROM 1 BY 1
                    UNTIL WS-ORI-SUB > 9
                IF WS-ORI-SUB <= WS-ORI-ENTRADAS
                    ADD WS-SEM-VALOR(WS-SEM-SUB, WS-ORI-SUB) TO
                        WS-SEM-ENTRADAS
                ELSE
                    ADD WS-SEM-VALOR(WS-SEM-SUB, WS-ORI-SUB) TO
                        WS-SEM-SAIDAS
                END-IF
            END-PERFORM.
            COMPUTE WS-SALDO-CORRENTE =
                WS-SALDO-CORRENTE + WS-SEM-ENTRADAS - WS-SEM-SAIDAS.
            MOVE WS-SEM-ENTRADAS TO WS-ED-VALOR-1.
            MOVE WS-SEM-SAIDAS TO WS-ED-VALOR-2.
            MOVE WS-SALDO-CORRENTE TO WS-ED-VALOR-3.
            MOVE SPACES TO WS-LINHA.
            STRING WS-SEM-SUB "  " WS-SEM-INICIO(WS-SEM-SUB) " "
                WS-ED-VALOR-1 " " WS-ED-VALOR-2 " " WS-ED-VALOR-3
                DELIMITED BY SIZE INTO WS-LINHA.
            IF WS-SALDO-CORRENTE < 0
                MOVE "*** NEGATIVO" TO WS-LINHA(60:12)
                ADD 1 TO WS-QTD-NEGATIVAS
            END-IF
            PERFORM GRAVA-LINHA.

       LINHA-ORIGEM.
            MOVE WS-FAI-VALOR(WS-ORI-SUB, 1) TO WS-ED-VALOR-1.
            MOVE WS-FAI-VALOR(WS-ORI-SUB, 2) TO WS-ED-VALOR-2.
            MOVE WS-FAI-VALOR(WS-ORI-SUB, 3) TO WS-ED-VALOR-3.
            MOVE SPACES TO WS-LINHA.
            STRING "  " WS-ORI-NOME(WS-ORI-SUB) " " WS-ED-VALOR-1
                " " WS-ED-VALOR-2 " " WS-ED-VALOR-3
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CASH-PROJECTION-RECORD.
            WRITE CASH-PROJECTION-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM CASHFCST.
