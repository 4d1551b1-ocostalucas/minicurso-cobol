      *          subsystem's figures into a balanced journal batch
      *          on GLJOURNAL under the business date: mode 1 the
      *          payroll close off PAYREG (gross expense against
      *          INSS/IRRF withheld and net payable) followed by the
      *          employer charges and provisions ENCARGOS worked out
      *          on it off CHARGEREG as the ENCARGOS batch and the
      *          driver trip expenses the same close reimbursed off
      *          TRIPEXP as the VIAGENS batch, mode 2 the
      *          day's applied customer receipts off RCPTHIST (cash
      *          against receivables), mode 3 the trailers of the
      *          day's invoices off INVOICES (receivables against
      *          revenue and tax payable) followed by the credit notes EXERCICIO8
      *          issued that day off CREDNOTES as the NFCRED batch
      *          (the same entry reversed), mode 4 the fleet fuel
      *          cost off FLEETRPT (fuel expense against cash)
      *          followed by the farrier supplier invoices
      *          APINVOICE approved that day off APINV as the
      *          APNOTAS batch (purchases against supplier
      *          payables) and the supplier payments it transferred
      *          that day as the APPAGTO batch (payables against
      *          cash). A batch whose debits do not equal
      *          its credits is never written - it goes
      *          to the central REJECTS file. Mode 5 prints the
      *          TRIALBAL trial balance for a period (AAAAMM), with
      *          names off the GLACCTS chart of accounts. Mode 6
      *          posts the day's bad-debt write-offs off WRITEOFF
      *          (loss expense against receivables) and mode 7 the
      *          day's agency recoveries off BDRECOV (cash against
      *          recovered bad debt). Mode 8 posts the credit-balance
      *          refunds REFUND paid that day off REFUNDS (the
      *          customers' credit in receivables against cash).
      *          Mode 9 posts the termination settlements RESCISAO
      *          calculated that day off SETTLEREG, the same way as
      *          the payroll close, and then the vacation payments
      *          VACPAY calculated that day off VACREG as a batch of
      *          their own, and the 13th salaries YEND13 calculated
      *          that day off REG13 as a third. The vacation (with
      *          its one-third) and the 13th these pay are drawn down
      *          from the 2080/2090 provisions the ENCARGOS batch
      *          builds up; only what goes beyond the provision left
      *          is expense of the day. Nothing is posted under a
      *          business date in a fiscal year GLCLOSE has closed
      *          on YEARCTL - the batch goes to REJECTS instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INVOICES-FILE ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVOICES.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDNOTES.
           SELECT FLEET-FUEL-REPORT-FILE ASSIGN TO "FLEETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FLEETRPT.
           SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WRITEOFF.
           SELECT BAD-DEBT-RECOVERY-FILE ASSIGN TO "BDRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BDRECOV.
           SELECT REFUND-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFUNDS.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SETTLEREG.
           SELECT VACATION-PAY-FILE ASSIGN TO "VACREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACREG.
           SELECT THIRTEENTH-REGISTER-FILE ASSIGN TO "REG13"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG13.
           SELECT EMPLOYER-CHARGE-FILE ASSIGN TO "CHARGEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHARGEREG.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "APINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APINV.
           SELECT TRIP-EXPENSE-FILE ASSIGN TO "TRIPEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPEXP.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YEARCTL.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO "TRIALBAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
           05 RG-DIAS-TRABALHADOS   PIC 9(2).
           05 RG-DELIM-7            PIC X(1).
           05 RG-ADIANTAMENTO       PIC 9(6)V99.
           05 RG-DELIM-8            PIC X(1).
           05 RG-ORDENS             PIC 9(6)V99.

       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-DELIM-3            PIC X(1).
           05 RH-RECIBO             PIC X(8).

      * Same three-shape INVOICES layout the invoicing run writes:
      * the header dates the invoice, the trailer carries what it
      * collected.
       FD  INVOICES-FILE.
       01  INVOICE-HEADER-REC.
           05 IH-TIPO               PIC X(1).
           05 IH-DELIM-1            PIC X(1).
           05 IH-NUMERO             PIC 9(6).
           05 IH-DELIM-2            PIC X(1).
           05 IH-CLIENTE            PIC 9(6).
           05 IH-DELIM-3            PIC X(1).
           05 IH-DATA               PIC 9(8).
       01  INVOICE-TRAILER-REC.
           05 IT-TIPO               PIC X(1).
           05 IT-DELIM-1            PIC X(1).
           05 IT-DELIM-3            PIC X(1).
           05 IT-TOTAL-GERAL        PIC 9(7)V99.

       FD  CREDIT-NOTE-FILE.
           COPY "crednote.cpy".

       FD  FLEET-FUEL-REPORT-FILE.
       01  FLEET-FUEL-REPORT-RECORD.
           05 FR-PLACA              PIC X(10).

       01  FLEET-FUEL-REPORT-CONTROLE PIC X(80).

       FD  WRITE-OFF-FILE.
           COPY "wrtoff.cpy".

       FD  BAD-DEBT-RECOVERY-FILE.
           COPY "bdrecov.cpy".

       FD  REFUND-FILE.
           COPY "refund.cpy".

       FD  SETTLEMENT-FILE.
           COPY "settle.cpy".

       FD  VACATION-PAY-FILE.
           COPY "vacpay.cpy".

       FD  THIRTEENTH-REGISTER-FILE.
           COPY "reg13.cpy".

       FD  EMPLOYER-CHARGE-FILE.
           COPY "chargereg.cpy".

       FD  SUPPLIER-INVOICE-FILE.
           COPY "apinv.cpy".

       FD  TRIP-EXPENSE-FILE.
           COPY "tripexp.cpy".

       FD  YEAR-CONTROL-FILE.
           COPY "yearctl.cpy".

       FD  TRIAL-BALANCE-FILE.
       01  TRIAL-BALANCE-RECORD     PIC X(80).

           77 WS-FS-RCPTHIST PIC X(2).
           77 WS-FS-INVOICES PIC X(2).
           77 WS-FS-FLEETRPT PIC X(2).
           77 WS-FS-CREDNOTES PIC X(2).
           77 WS-FS-WRITEOFF PIC X(2).
           77 WS-FS-BDRECOV PIC X(2).
           77 WS-FS-REFUNDS PIC X(2).
           77 WS-FS-SETTLEREG PIC X(2).
           77 WS-FS-VACREG PIC X(2).
           77 WS-FS-REG13 PIC X(2).
           77 WS-FS-CHARGEREG PIC X(2).
           77 WS-FS-TRIPEXP PIC X(2).
           77 WS-FS-APINV PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-YEARCTL PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-ANO-ENCERRADO PIC X(1).
           01 WS-TABELA-LOTE.
               05 WS-LOT-ENTRADA OCCURS 20 TIMES
                       INDEXED BY WS-LOT-IX.
           77 WS-TOT-IRRF PIC 9(8)V99 VALUE 0.
           77 WS-TOT-LIQUIDO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-ADIANTAMENTO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-ORDENS PIC 9(8)V99 VALUE 0.
           77 WS-TOT-FGTS PIC 9(8)V99 VALUE 0.
           77 WS-TOT-INSS-PATRONAL PIC 9(8)V99 VALUE 0.
           77 WS-TOT-ENCARGOS PIC 9(8)V99 VALUE 0.
           77 WS-TOT-PROV-FERIAS PIC 9(8)V99 VALUE 0.
           77 WS-TOT-PROV-13 PIC 9(8)V99 VALUE 0.
           77 WS-TOT-VIAGENS PIC 9(8)V99 VALUE 0.
           77 WS-COMPETENCIA-FOLHA PIC 9(6) VALUE 0.
           77 WS-TOT-RECEBIDO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-IMPOSTO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-GERAL PIC 9(8)V99 VALUE 0.
           77 WS-DATA-NF-ATUAL PIC 9(8) VALUE 0.
           77 WS-TOT-IMPOSTO-CRED PIC 9(8)V99 VALUE 0.
           77 WS-TOT-GERAL-CRED PIC 9(8)V99 VALUE 0.
           77 WS-DATA-NC-ATUAL PIC 9(8) VALUE 0.
           77 WS-TOT-COMBUSTIVEL PIC 9(8)V99 VALUE 0.
           77 WS-TOT-NOTAS-FORN PIC 9(8)V99 VALUE 0.
           77 WS-TOT-PAGO-FORN PIC 9(8)V99 VALUE 0.
           77 WS-TOT-PERDAS PIC 9(8)V99 VALUE 0.
           77 WS-TOT-RECUPERADO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-REEMBOLSADO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-FERIAS-PAGAS PIC 9(8)V99 VALUE 0.
           77 WS-TOT-13-PAGO PIC 9(8)V99 VALUE 0.
      * The provisions left as of the business date, and how much of
      * a payment each one covers.
           77 WS-ANO-BASE PIC 9(4).
           77 WS-SALDO-PROV-FERIAS PIC S9(9)V99.
           77 WS-SALDO-PROV-13 PIC S9(9)V99.
           77 WS-BAIXA-FERIAS PIC 9(8)V99.
           77 WS-BAIXA-13 PIC 9(8)V99.
           77 WS-EXCESSO-13 PIC 9(8)V99.
           77 WS-DESPESA-FOLHA PIC 9(8)V99.
           01 WS-TABELA-SALDOS.
               05 WS-SAL-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-SAL-IX.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            DISPLAY "1 - CONTABILIZAR FECHAMENTO DA FOLHA E ENCARGOS"
      -             " (PAYREG/CHARGEREG/TRIPEXP)"
            DISPLAY "2 - CONTABILIZAR RECEBIMENTOS DO DIA (RCPTHIST)"
            DISPLAY "3 - CONTABILIZAR FATURAMENTO E NOTAS DE CREDITO"
      -             " (INVOICES/CREDNOTES)"
            DISPLAY "4 - CONTABILIZAR COMBUSTIVEL E FORNECEDORES"
      -             " (FLEETRPT/APINV)"
            DISPLAY "5 - BALANCETE DO PERIODO (TRIALBAL)"
            DISPLAY "6 - CONTABILIZAR BAIXAS COMO PERDA (WRITEOFF)"
            DISPLAY "7 - CONTABILIZAR RECUPERACAO DE PERDAS (BDRECOV)"
            DISPLAY "8 - CONTABILIZAR REEMBOLSOS A CLIENTES (REFUNDS)"
            DISPLAY "9 - CONTABILIZAR RESCISOES, FERIAS E 13O"
      -             " (SETTLEREG/VACREG/REG13)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM CONTABILIZA-FOLHA
                     PERFORM CONTABILIZA-ENCARGOS
                     PERFORM CONTABILIZA-VIAGENS
                     MOVE "MODO 1 - LOTE FOLHA" TO WS-AUDIT-RESUMO
             WHEN 2 PERFORM CONTABILIZA-RECEBIMENTOS
                     MOVE "MODO 2 - LOTE RECEBTO" TO WS-AUDIT-RESUMO
             WHEN 3 PERFORM CONTABILIZA-FATURAS
                     PERFORM CONTABILIZA-NOTAS-CREDITO
                     MOVE "MODO 3 - FATURA/NF CREDITO" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM CONTABILIZA-FROTA
                     PERFORM CONTABILIZA-FORNECEDORES
                     MOVE "MODO 4 - FROTA/FORNECEDOR" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM BALANCETE
                     MOVE "MODO 5 - BALANCETE" TO WS-AUDIT-RESUMO
             WHEN 6 PERFORM CONTABILIZA-PERDAS
                     MOVE "MODO 6 - LOTE PERDAS" TO WS-AUDIT-RESUMO
             WHEN 7 PERFORM CONTABILIZA-RECUPERACOES
                     MOVE "MODO 7 - LOTE RECUPER" TO WS-AUDIT-RESUMO
             WHEN 8 PERFORM CONTABILIZA-REEMBOLSOS
                     MOVE "MODO 8 - LOTE REEMBOLS" TO WS-AUDIT-RESUMO
             WHEN 9 PERFORM CONTABILIZA-RESCISOES
                     PERFORM CONTABILIZA-FERIAS
                     PERFORM CONTABILIZA-DECIMO-TERCEIRO
                     MOVE "MODO 9 - LOTE RESCISAO" TO WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 9
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.
      *   2010 inss a recolher     3010 receita de vendas
      *   2020 irrf a recolher     4010 despesa de folha
      *   2050 adiantamentos       4020 despesa combustivel
      *        recuperados         4030 perdas com clientes
      *   2060 pensoes/sindicato   3020 recuperacao de perdas
      *        a repassar          4040 encargos sociais
      *   2070 fgts a recolher     4050 despesa de ferias
      *   2080 provisao de ferias  4060 despesa de 13o
      *   2090 provisao de 13o     4070 despesas de viagem
      *   2100 fornecedores a      4080 compras de insumos
      *        pagar
       CONTABILIZA-FOLHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-FILE.
                        ADD RG-INSS TO WS-TOT-INSS
                        ADD RG-IRRF TO WS-TOT-IRRF
                        ADD RG-LIQUIDO TO WS-TOT-LIQUIDO
                        MOVE RG-COMPETENCIA TO WS-COMPETENCIA-FOLHA
                        IF RG-ADIANTAMENTO IS NUMERIC
                            ADD RG-ADIANTAMENTO TO
                                WS-TOT-ADIANTAMENTO
                        END-IF
                        IF RG-ORDENS IS NUMERIC
                            ADD RG-ORDENS TO WS-TOT-ORDENS
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREG = "10"
                        WS-LOT-HISTORICO(5)
                    MOVE 5 TO WS-LOT-TOTAL
                END-IF
      * Court and union deduction orders: owed to the beneficiaries
      * until BANKREMIT pays them out of GARNPAY.
                IF WS-TOT-ORDENS > 0
                    ADD 1 TO WS-LOT-TOTAL
                    MOVE 2060 TO WS-LOT-CONTA(WS-LOT-TOTAL)
                    MOVE 'C' TO WS-LOT-DC(WS-LOT-TOTAL)
                    MOVE WS-TOT-ORDENS TO WS-LOT-VALOR(WS-LOT-TOTAL)
                    MOVE "DESCONTOS A REPASSAR" TO
                        WS-LOT-HISTORICO(WS-LOT-TOTAL)
                END-IF
                PERFORM GRAVA-LOTE
            END-IF.

      * The employer side of the same payroll: FGTS, employer INSS
      * and RAT as labor-charge expense against FGTS payable and the
      * INSS payable the GPS guide settles, and the month's vacation
      * and 13th shares against their provisions.
       CONTABILIZA-ENCARGOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYER-CHARGE-FILE.
            IF WS-FS-CHARGEREG NOT = "00"
                DISPLAY "CHARGEREG NAO ENCONTRADO - RODE ENCARGOS"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYER-CHARGE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        ADD EC-FGTS TO WS-TOT-FGTS
                        ADD EC-INSS-PATRONAL TO WS-TOT-INSS-PATRONAL
                        ADD EC-RAT TO WS-TOT-INSS-PATRONAL
                        ADD EC-PROV-FERIAS TO WS-TOT-PROV-FERIAS
                        ADD EC-PROV-13 TO WS-TOT-PROV-13
                END-READ
            END-PERFORM.
            IF WS-FS-CHARGEREG = "10"
                CLOSE EMPLOYER-CHARGE-FILE
            END-IF
            COMPUTE WS-TOT-ENCARGOS =
                WS-TOT-FGTS + WS-TOT-INSS-PATRONAL.
            IF WS-TOT-ENCARGOS = 0
                DISPLAY "SEM ENCARGOS A CONTABILIZAR"
            ELSE
                MOVE "ENCARGOS" TO WS-LOT-NOME
                MOVE 4040 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-ENCARGOS TO WS-LOT-VALOR(1)
                MOVE "ENCARGOS SOCIAIS" TO WS-LOT-HISTORICO(1)
                MOVE 4050 TO WS-LOT-CONTA(2)
                MOVE 'D' TO WS-LOT-DC(2)
                MOVE WS-TOT-PROV-FERIAS TO WS-LOT-VALOR(2)
                MOVE "PROVISAO FERIAS" TO WS-LOT-HISTORICO(2)
                MOVE 4060 TO WS-LOT-CONTA(3)
                MOVE 'D' TO WS-LOT-DC(3)
                MOVE WS-TOT-PROV-13 TO WS-LOT-VALOR(3)
                MOVE "PROVISAO 13O" TO WS-LOT-HISTORICO(3)
                MOVE 2070 TO WS-LOT-CONTA(4)
                MOVE 'C' TO WS-LOT-DC(4)
                MOVE WS-TOT-FGTS TO WS-LOT-VALOR(4)
                MOVE "FGTS A RECOLHER" TO WS-LOT-HISTORICO(4)
                MOVE 2010 TO WS-LOT-CONTA(5)
                MOVE 'C' TO WS-LOT-DC(5)
                MOVE WS-TOT-INSS-PATRONAL TO WS-LOT-VALOR(5)
                MOVE "INSS PATRONAL E RAT" TO WS-LOT-HISTORICO(5)
                MOVE 2080 TO WS-LOT-CONTA(6)
                MOVE 'C' TO WS-LOT-DC(6)
                MOVE WS-TOT-PROV-FERIAS TO WS-LOT-VALOR(6)
                MOVE "FERIAS PROVISIONADAS" TO WS-LOT-HISTORICO(6)
                MOVE 2090 TO WS-LOT-CONTA(7)
                MOVE 'C' TO WS-LOT-DC(7)
                MOVE WS-TOT-PROV-13 TO WS-LOT-VALOR(7)
                MOVE "13O PROVISIONADO" TO WS-LOT-HISTORICO(7)
                MOVE 7 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

      * The trip expenses the close of the PAYREG competencia
      * reimbursed: fleet travel expense against the payable the
      * BANKREMIT transfer settles, apart from the net salary.
       CONTABILIZA-VIAGENS.
            MOVE 'N' TO WS-EOF-ARQ.
            IF WS-COMPETENCIA-FOLHA = 0
                MOVE 'Y' TO WS-EOF-ARQ
            ELSE
                OPEN INPUT TRIP-EXPENSE-FILE
                IF WS-FS-TRIPEXP NOT = "00"
                    MOVE 'Y' TO WS-EOF-ARQ
                END-IF
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TRIP-EXPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF (TX-STATUS = 'F' OR TX-STATUS = 'E')
                                AND TX-COMPETENCIA =
                                    WS-COMPETENCIA-FOLHA
                            ADD TX-VALOR TO WS-TOT-VIAGENS
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPEXP = "10"
                CLOSE TRIP-EXPENSE-FILE
            END-IF
            IF WS-TOT-VIAGENS > 0
                MOVE "VIAGENS" TO WS-LOT-NOME
                MOVE 4070 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-VIAGENS TO WS-LOT-VALOR(1)
                MOVE "DESP. VIAGEM FROTA" TO WS-LOT-HISTORICO(1)
                MOVE 2030 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-VIAGENS TO WS-LOT-VALOR(2)
                MOVE "REEMBOLSO A PAGAR" TO WS-LOT-HISTORICO(2)
                MOVE 2 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

                PERFORM GRAVA-LOTE
            END-IF.

      * INVOICES keeps every day's invoices, so only the trailers
      * of invoices whose header carries the business date are
      * posted; earlier days went out in their own FATURA batch.
       CONTABILIZA-FATURAS.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE 0 TO WS-DATA-NF-ATUAL.
            OPEN INPUT INVOICES-FILE.
            IF WS-FS-INVOICES NOT = "00"
                DISPLAY "INVOICES NAO ENCONTRADO"
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF IH-TIPO = 'H'
                            MOVE IH-DATA TO WS-DATA-NF-ATUAL
                        END-IF
                        IF IT-TIPO = 'T'
                                AND WS-DATA-NF-ATUAL = WS-DATA-REF
                            ADD IT-TOTAL-IMPOSTO TO WS-TOT-IMPOSTO
                            ADD IT-TOTAL-GERAL TO WS-TOT-GERAL
                        END-IF
                CLOSE INVOICES-FILE
            END-IF
            IF WS-TOT-GERAL = 0
                DISPLAY "SEM FATURAS NA DATA " WS-DATA-REF
            ELSE
                MOVE "FATURA" TO WS-LOT-NOME
                MOVE 1020 TO WS-LOT-CONTA(1)
                PERFORM GRAVA-LOTE
            END-IF.

      * Credit notes EXERCICIO8 dated the business date undo their
      * share of the invoicing entry: revenue and the sales tax come
      * back off the customer's receivable.
       CONTABILIZA-NOTAS-CREDITO.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE 0 TO WS-DATA-NC-ATUAL.
            OPEN INPUT CREDIT-NOTE-FILE.
            IF WS-FS-CREDNOTES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CREDIT-NOTE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF NH-TIPO = 'H'
                            MOVE NH-DATA TO WS-DATA-NC-ATUAL
                        END-IF
                        IF NT-TIPO = 'T'
                                AND WS-DATA-NC-ATUAL = WS-DATA-REF
                            ADD NT-TOTAL-IMPOSTO TO
                                WS-TOT-IMPOSTO-CRED
                            ADD NT-TOTAL-GERAL TO WS-TOT-GERAL-CRED
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CREDNOTES = "10"
                CLOSE CREDIT-NOTE-FILE
            END-IF
            IF WS-TOT-GERAL-CRED = 0
                DISPLAY "SEM NOTAS DE CREDITO EM " WS-DATA-REF
            ELSE
                MOVE "NFCRED" TO WS-LOT-NOME
                MOVE 3010 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                COMPUTE WS-LOT-VALOR(1) =
                    WS-TOT-GERAL-CRED - WS-TOT-IMPOSTO-CRED
                MOVE "DEVOL./ABATIMENTOS" TO WS-LOT-HISTORICO(1)
                MOVE 2040 TO WS-LOT-CONTA(2)
                MOVE 'D' TO WS-LOT-DC(2)
                MOVE WS-TOT-IMPOSTO-CRED TO WS-LOT-VALOR(2)
                MOVE "ESTORNO IMPOSTO" TO WS-LOT-HISTORICO(2)
                MOVE 1020 TO WS-LOT-CONTA(3)
                MOVE 'C' TO WS-LOT-DC(3)
                MOVE WS-TOT-GERAL-CRED TO WS-LOT-VALOR(3)
                MOVE "NOTAS DE CREDITO" TO WS-LOT-HISTORICO(3)
                MOVE 3 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

       CONTABILIZA-FROTA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT FLEET-FUEL-REPORT-FILE.
                PERFORM GRAVA-LOTE
            END-IF.

      * Farrier supplier invoices: the liability is recognised the
      * day APINVOICE approves the invoice - on entry when it
      * matched, on release when it was held - and cleared the day
      * its transfer goes out on APBANK. Refused and still-held
      * invoices are nobody's liability yet.
       CONTABILIZA-FORNECEDORES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUPPLIER-INVOICE-FILE.
            IF WS-FS-APINV NOT = "00"
                DISPLAY "APINV NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUPPLIER-INVOICE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF (AP-SITUACAO = 'A' OR AP-SITUACAO = 'P')
                                AND AP-DATA-APROVACAO = WS-DATA-REF
                            ADD AP-VALOR TO WS-TOT-NOTAS-FORN
                        END-IF
                        IF AP-SITUACAO = 'P'
                                AND AP-DATA-PAGAMENTO = WS-DATA-REF
                            ADD AP-VALOR TO WS-TOT-PAGO-FORN
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-APINV = "10"
                CLOSE SUPPLIER-INVOICE-FILE
            END-IF
            IF WS-TOT-NOTAS-FORN = 0
                DISPLAY "SEM NOTAS DE FORNECEDOR APROVADAS EM "
      -             WS-DATA-REF
            ELSE
                MOVE "APNOTAS" TO WS-LOT-NOME
                MOVE 4080 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-NOTAS-FORN TO WS-LOT-VALOR(1)
                MOVE "COMPRAS FERRAGEM" TO WS-LOT-HISTORICO(1)
                MOVE 2100 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-NOTAS-FORN TO WS-LOT-VALOR(2)
                MOVE "FORNECEDORES A PAGAR" TO WS-LOT-HISTORICO(2)
                MOVE 2 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF
            IF WS-TOT-PAGO-FORN = 0
                DISPLAY "SEM PAGAMENTOS A FORNECEDOR EM " WS-DATA-REF
            ELSE
                MOVE "APPAGTO" TO WS-LOT-NOME
                MOVE 2100 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-PAGO-FORN TO WS-LOT-VALOR(1)
                MOVE "FORNECEDORES PAGOS" TO WS-LOT-HISTORICO(1)
                MOVE 1010 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-PAGO-FORN TO WS-LOT-VALOR(2)
                MOVE "CAIXA FORNECEDORES" TO WS-LOT-HISTORICO(2)
                MOVE 2 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

      * The write-offs BADDEBT made on the business date: the loss
      * comes off receivables into expense.
       CONTABILIZA-PERDAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT WRITE-OFF-FILE.
            IF WS-FS-WRITEOFF NOT = "00"
                DISPLAY "WRITEOFF NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ WRITE-OFF-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WO-STATUS = 'B'
                                AND WO-DATA-BAIXA = WS-DATA-REF
                            ADD WO-VALOR TO WS-TOT-PERDAS
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-WRITEOFF = "10"
                CLOSE WRITE-OFF-FILE
            END-IF
            IF WS-TOT-PERDAS = 0
                DISPLAY "SEM BAIXAS COMO PERDA NA DATA " WS-DATA-REF
            ELSE
                MOVE "PERDAS" TO WS-LOT-NOME
                MOVE 4030 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-PERDAS TO WS-LOT-VALOR(1)
                MOVE "PERDAS COM CLIENTES" TO WS-LOT-HISTORICO(1)
                MOVE 1020 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-PERDAS TO WS-LOT-VALOR(2)
                MOVE "BAIXA DE INCOBRAVEIS" TO WS-LOT-HISTORICO(2)
                MOVE 2 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

      * Agency money on written-off invoices: the receivable is long
      * gone, so the cash is income, not a receivable settled.
       CONTABILIZA-RECUPERACOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BAD-DEBT-RECOVERY-FILE.
            IF WS-FS-BDRECOV NOT = "00"
                DISPLAY "BDRECOV NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BAD-DEBT-RECOVERY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BR-DATA = WS-DATA-REF
                            ADD BR-VALOR TO WS-TOT-RECUPERADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BDRECOV = "10"
                CLOSE BAD-DEBT-RECOVERY-FILE
            END-IF
            IF WS-TOT-RECUPERADO = 0
                DISPLAY "SEM RECUPERACOES NA DATA " WS-DATA-REF
            ELSE
                MOVE "RECUPER" TO WS-LOT-NOME
                MOVE 1010 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-RECUPERADO TO WS-LOT-VALOR(1)
                MOVE "CAIXA RECUPERACAO" TO WS-LOT-HISTORICO(1)
                MOVE 3020 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-RECUPERADO TO WS-LOT-VALOR(2)
                MOVE "RECUPERACAO PERDAS" TO WS-LOT-HISTORICO(2)
                MOVE 2 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

      * Credit-balance refunds REFUND paid on the business date: the
      * customer's overpayment sat in receivables as a credit, and
      * paying it back clears that credit against cash.
       CONTABILIZA-REEMBOLSOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT REFUND-FILE.
            IF WS-FS-REFUNDS NOT = "00"
                DISPLAY "REFUNDS NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ REFUND-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF RF-STATUS = 'E'
                                AND RF-DATA-PAGAMENTO = WS-DATA-REF
                            ADD RF-VALOR TO WS-TOT-REEMBOLSADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-REFUNDS = "10"
                CLOSE REFUND-FILE
            END-IF
            IF WS-TOT-REEMBOLSADO = 0
                DISPLAY "SEM REEMBOLSOS NA DATA " WS-DATA-REF
            ELSE
                MOVE "REEMBOLS" TO WS-LOT-NOME
                MOVE 1020 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-TOT-REEMBOLSADO TO WS-LOT-VALOR(1)
                MOVE "CREDITO DE CLIENTES" TO WS-LOT-HISTORICO(1)
                MOVE 1010 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-REEMBOLSADO TO WS-LOT-VALOR(2)
                MOVE "CAIXA REEMBOLSOS" TO WS-LOT-HISTORICO(2)
                MOVE 2 TO WS-LOT-TOTAL
                PERFORM GRAVA-LOTE
            END-IF.

      * Termination settlements RESCISAO calculated on the business
      * date, posted like the payroll close: the settlement gross
      * as payroll expense against the INSS/IRRF withheld, the
      * advances recovered and the net payable to the leavers. The
      * vacation, one-third and 13th in it come off their provisions
      * first; the 13th beyond the provision is 13th expense.
       CONTABILIZA-RESCISOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SETTLEMENT-FILE.
            IF WS-FS-SETTLEREG NOT = "00"
                DISPLAY "SETTLEREG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SETTLEMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF SE-DATA-CALCULO = WS-DATA-REF
                            ADD SE-BRUTO TO WS-TOT-BRUTO
                            ADD SE-INSS TO WS-TOT-INSS
                            ADD SE-IRRF TO WS-TOT-IRRF
                            ADD SE-ADIANTAMENTO TO
                                WS-TOT-ADIANTAMENTO
                            ADD SE-LIQUIDO TO WS-TOT-LIQUIDO
                            ADD SE-FERIAS TO WS-TOT-FERIAS-PAGAS
                            ADD SE-TERCO-FERIAS TO
                                WS-TOT-FERIAS-PAGAS
                            ADD SE-DECIMO-TERCEIRO TO WS-TOT-13-PAGO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SETTLEREG = "10"
                CLOSE SETTLEMENT-FILE
            END-IF
            IF WS-TOT-BRUTO = 0
                DISPLAY "SEM RESCISOES NA DATA " WS-DATA-REF
            ELSE
                PERFORM CALCULA-SALDO-PROVISOES
                PERFORM BAIXA-PROVISAO-FERIAS
                PERFORM BAIXA-PROVISAO-13
                COMPUTE WS-DESPESA-FOLHA = WS-TOT-BRUTO
                    - WS-BAIXA-FERIAS - WS-BAIXA-13 - WS-EXCESSO-13
                MOVE "RESCISAO" TO WS-LOT-NOME
                MOVE 4010 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-DESPESA-FOLHA TO WS-LOT-VALOR(1)
                MOVE "RESCISOES BRUTO" TO WS-LOT-HISTORICO(1)
                MOVE 2010 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-INSS TO WS-LOT-VALOR(2)
                MOVE "INSS RETIDO" TO WS-LOT-HISTORICO(2)
                MOVE 2020 TO WS-LOT-CONTA(3)
                MOVE 'C' TO WS-LOT-DC(3)
                MOVE WS-TOT-IRRF TO WS-LOT-VALOR(3)
                MOVE "IRRF RETIDO" TO WS-LOT-HISTORICO(3)
                MOVE 2030 TO WS-LOT-CONTA(4)
                MOVE 'C' TO WS-LOT-DC(4)
                MOVE WS-TOT-LIQUIDO TO WS-LOT-VALOR(4)
                MOVE "RESCISOES A PAGAR" TO WS-LOT-HISTORICO(4)
                MOVE 4 TO WS-LOT-TOTAL
                IF WS-TOT-ADIANTAMENTO > 0
                    MOVE 2050 TO WS-LOT-CONTA(5)
                    MOVE 'C' TO WS-LOT-DC(5)
                    MOVE WS-TOT-ADIANTAMENTO TO WS-LOT-VALOR(5)
                    MOVE "ADIANTAMENTO RECUP." TO
                        WS-LOT-HISTORICO(5)
                    MOVE 5 TO WS-LOT-TOTAL
                END-IF
                PERFORM INCLUI-BAIXAS-PROVISAO
                PERFORM GRAVA-LOTE
            END-IF.

      * Vacation pay comes off the vacation provision, and what goes
      * beyond it is payroll expense like the month's wages; the
      * withholdings and the net go to the same liabilities.
       CONTABILIZA-FERIAS.
            MOVE 0 TO WS-TOT-BRUTO.
            MOVE 0 TO WS-TOT-INSS.
            MOVE 0 TO WS-TOT-IRRF.
            MOVE 0 TO WS-TOT-LIQUIDO.
            MOVE 0 TO WS-TOT-FERIAS-PAGAS.
            MOVE 0 TO WS-TOT-13-PAGO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT VACATION-PAY-FILE.
            IF WS-FS-VACREG NOT = "00"
                DISPLAY "VACREG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ VACATION-PAY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF VP-DATA-CALCULO = WS-DATA-REF
                            ADD VP-BRUTO TO WS-TOT-BRUTO
                            ADD VP-INSS TO WS-TOT-INSS
                            ADD VP-IRRF TO WS-TOT-IRRF
                            ADD VP-LIQUIDO TO WS-TOT-LIQUIDO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-VACREG = "10"
                CLOSE VACATION-PAY-FILE
            END-IF
            IF WS-TOT-BRUTO = 0
                DISPLAY "SEM FERIAS NA DATA " WS-DATA-REF
            ELSE
                MOVE WS-TOT-BRUTO TO WS-TOT-FERIAS-PAGAS
                PERFORM CALCULA-SALDO-PROVISOES
                PERFORM BAIXA-PROVISAO-FERIAS
                PERFORM BAIXA-PROVISAO-13
                COMPUTE WS-DESPESA-FOLHA =
                    WS-TOT-BRUTO - WS-BAIXA-FERIAS
                MOVE "FERIAS" TO WS-LOT-NOME
                MOVE 4010 TO WS-LOT-CONTA(1)
                MOVE 'D' TO WS-LOT-DC(1)
                MOVE WS-DESPESA-FOLHA TO WS-LOT-VALOR(1)
                MOVE "FERIAS E 1/3" TO WS-LOT-HISTORICO(1)
                MOVE 2010 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-INSS TO WS-LOT-VALOR(2)
                MOVE "INSS RETIDO" TO WS-LOT-HISTORICO(2)
                MOVE 2020 TO WS-LOT-CONTA(3)
                MOVE 'C' TO WS-LOT-DC(3)
                MOVE WS-TOT-IRRF TO WS-LOT-VALOR(3)
                MOVE "IRRF RETIDO" TO WS-LOT-HISTORICO(3)
                MOVE 2030 TO WS-LOT-CONTA(4)
                MOVE 'C' TO WS-LOT-DC(4)
                MOVE WS-TOT-LIQUIDO TO WS-LOT-VALOR(4)
                MOVE "FERIAS A PAGAR" TO WS-LOT-HISTORICO(4)
                MOVE 4 TO WS-LOT-TOTAL
                PERFORM INCLUI-BAIXAS-PROVISAO
                PERFORM GRAVA-LOTE
            END-IF.

      * The 13th YEND13 calculated on the business date: the gross
      * comes off the 13th provision, what goes beyond it is 13th
      * expense, against the INSS/IRRF withheld and the net payable.
       CONTABILIZA-DECIMO-TERCEIRO.
            MOVE 0 TO WS-TOT-BRUTO.
            MOVE 0 TO WS-TOT-INSS.
            MOVE 0 TO WS-TOT-IRRF.
            MOVE 0 TO WS-TOT-LIQUIDO.
            MOVE 0 TO WS-TOT-FERIAS-PAGAS.
            MOVE 0 TO WS-TOT-13-PAGO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT THIRTEENTH-REGISTER-FILE.
            IF WS-FS-REG13 NOT = "00"
                DISPLAY "REG13 NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ THIRTEENTH-REGISTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF D3-DATA-CALCULO = WS-DATA-REF
                            ADD D3-BRUTO TO WS-TOT-BRUTO
                            ADD D3-INSS TO WS-TOT-INSS
                            ADD D3-IRRF TO WS-TOT-IRRF
                            ADD D3-LIQUIDO TO WS-TOT-LIQUIDO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-REG13 = "10"
                CLOSE THIRTEENTH-REGISTER-FILE
            END-IF
            IF WS-TOT-BRUTO = 0
                DISPLAY "SEM 13O NA DATA " WS-DATA-REF
            ELSE
                MOVE WS-TOT-BRUTO TO WS-TOT-13-PAGO
                PERFORM CALCULA-SALDO-PROVISOES
                PERFORM BAIXA-PROVISAO-FERIAS
                PERFORM BAIXA-PROVISAO-13
                MOVE "DECIMO13" TO WS-LOT-NOME
                MOVE 2010 TO WS-LOT-CONTA(1)
                MOVE 'C' TO WS-LOT-DC(1)
                MOVE WS-TOT-INSS TO WS-LOT-VALOR(1)
                MOVE "INSS RETIDO" TO WS-LOT-HISTORICO(1)
                MOVE 2020 TO WS-LOT-CONTA(2)
                MOVE 'C' TO WS-LOT-DC(2)
                MOVE WS-TOT-IRRF TO WS-LOT-VALOR(2)
                MOVE "IRRF RETIDO" TO WS-LOT-HISTORICO(2)
                MOVE 2030 TO WS-LOT-CONTA(3)
                MOVE 'C' TO WS-LOT-DC(3)
                MOVE WS-TOT-LIQUIDO TO WS-LOT-VALOR(3)
                MOVE "13O A PAGAR" TO WS-LOT-HISTORICO(3)
                MOVE 3 TO WS-LOT-TOTAL
                PERFORM INCLUI-BAIXAS-PROVISAO
                PERFORM GRAVA-LOTE
            END-IF.

      * What is left on the vacation and 13th provisions as of the
      * business date: ENCARGOS credits them, the payments debit
      * them. As in GLCLOSE, the count starts after the latest
      * closed year, whose ABERTURA batch carries the older balance.
       CALCULA-SALDO-PROVISOES.
            MOVE 0 TO WS-ANO-BASE.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT YEAR-CONTROL-FILE.
            IF WS-FS-YEARCTL NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ YEAR-CONTROL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF YC-STATUS = 'F'
                                AND YC-ANO < WS-DATA-REF(1:4)
                                AND YC-ANO > WS-ANO-BASE
                            MOVE YC-ANO TO WS-ANO-BASE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-YEARCTL = "10"
                CLOSE YEAR-CONTROL-FILE
            END-IF
            MOVE 0 TO WS-SALDO-PROV-FERIAS.
            MOVE 0 TO WS-SALDO-PROV-13.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-FS-GLJOURNAL NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GL-JOURNAL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF JR-DATA(1:4) > WS-ANO-BASE
                                AND JR-DATA <= WS-DATA-REF
                            PERFORM SOMA-PROVISAO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GLJOURNAL = "10"
                CLOSE GL-JOURNAL-FILE
            END-IF
            IF WS-SALDO-PROV-FERIAS < 0
                MOVE 0 TO WS-SALDO-PROV-FERIAS
            END-IF
            IF WS-SALDO-PROV-13 < 0
                MOVE 0 TO WS-SALDO-PROV-13
            END-IF.

       SOMA-PROVISAO.
            EVALUATE TRUE
             WHEN JR-CONTA = 2080 AND JR-DC = 'C'
                ADD JR-VALOR TO WS-SALDO-PROV-FERIAS
             WHEN JR-CONTA = 2080
                SUBTRACT JR-VALOR FROM WS-SALDO-PROV-FERIAS
             WHEN JR-CONTA = 2090 AND JR-DC = 'C'
                ADD JR-VALOR TO WS-SALDO-PROV-13
             WHEN JR-CONTA = 2090
                SUBTRACT JR-VALOR FROM WS-SALDO-PROV-13
            END-EVALUATE.

      * The provision covers the payment up to what is left on it.
       BAIXA-PROVISAO-FERIAS.
            IF WS-TOT-FERIAS-PAGAS > WS-SALDO-PROV-FERIAS
                MOVE WS-SALDO-PROV-FERIAS TO WS-BAIXA-FERIAS
            ELSE
                MOVE WS-TOT-FERIAS-PAGAS TO WS-BAIXA-FERIAS
            END-IF.

       BAIXA-PROVISAO-13.
            IF WS-TOT-13-PAGO > WS-SALDO-PROV-13
                MOVE WS-SALDO-PROV-13 TO WS-BAIXA-13
            ELSE
                MOVE WS-TOT-13-PAGO TO WS-BAIXA-13
            END-IF
            COMPUTE WS-EXCESSO-13 = WS-TOT-13-PAGO - WS-BAIXA-13.

      * The debit lines for the provisions drawn down and the 13th
      * beyond its provision, after the batch's own lines.
       INCLUI-BAIXAS-PROVISAO.
            IF WS-BAIXA-FERIAS > 0
                ADD 1 TO WS-LOT-TOTAL
                MOVE 2080 TO WS-LOT-CONTA(WS-LOT-TOTAL)
                MOVE 'D' TO WS-LOT-DC(WS-LOT-TOTAL)
                MOVE WS-BAIXA-FERIAS TO WS-LOT-VALOR(WS-LOT-TOTAL)
                MOVE "BAIXA PROV. FERIAS" TO
                    WS-LOT-HISTORICO(WS-LOT-TOTAL)
            END-IF
            IF WS-BAIXA-13 > 0
                ADD 1 TO WS-LOT-TOTAL
                MOVE 2090 TO WS-LOT-CONTA(WS-LOT-TOTAL)
                MOVE 'D' TO WS-LOT-DC(WS-LOT-TOTAL)
                MOVE WS-BAIXA-13 TO WS-LOT-VALOR(WS-LOT-TOTAL)
                MOVE "BAIXA PROV. 13O" TO
                    WS-LOT-HISTORICO(WS-LOT-TOTAL)
            END-IF
            IF WS-EXCESSO-13 > 0
                ADD 1 TO WS-LOT-TOTAL
                MOVE 4060 TO WS-LOT-CONTA(WS-LOT-TOTAL)
                MOVE 'D' TO WS-LOT-DC(WS-LOT-TOTAL)
                MOVE WS-EXCESSO-13 TO WS-LOT-VALOR(WS-LOT-TOTAL)
                MOVE "13O ALEM DA PROVISAO" TO
                    WS-LOT-HISTORICO(WS-LOT-TOTAL)
            END-IF.

      * The one gate into GLJOURNAL: the batch is proved before a
      * single line lands. An unbalanced batch is rejected whole -
      * half-posted money is exactly what the old spreadsheet did.
      * A rerun of the same mode on the same business date is
      * skipped here too, or the EXTEND would double every figure.
      * A closed fiscal year takes nothing more: the batch is
      * rejected whole, like an unbalanced one.
       GRAVA-LOTE.
            PERFORM VERIFICA-LOTE-JA-POSTADO.
            PERFORM VERIFICA-ANO-ENCERRADO.
            IF WS-LOTE-JA-POSTADO = 'S'
                DISPLAY "LOTE " WS-LOT-NOME " JA CONTABILIZADO EM "
      -             WS-DATA-REF " - IGNORADO"
            ELSE
                IF WS-ANO-ENCERRADO = 'S'
                    DISPLAY "LOTE " WS-LOT-NOME " EM EXERCICIO "
      -                 "ENCERRADO (" WS-DATA-REF(1:4) ") - REJEITADO"
                    MOVE "ANOF" TO WS-REJ-MOTIVO
                    MOVE SPACES TO WS-REJ-IMAGEM
                    STRING "LOTE " WS-LOT-NOME " DATA " WS-DATA-REF
                        " EXERCICIO ENCERRADO"
                        DELIMITED BY SIZE INTO WS-REJ-IMAGEM
                    PERFORM GRAVA-REJEITO
                ELSE
                    PERFORM GRAVA-LOTE-NOVO
                END-IF
            END-IF.

       VERIFICA-ANO-ENCERRADO.
            MOVE 'N' TO WS-ANO-ENCERRADO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT YEAR-CONTROL-FILE.
            IF WS-FS-YEARCTL NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ YEAR-CONTROL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF YC-ANO = WS-DATA-REF(1:4)
                                AND YC-STATUS = 'F'
                            MOVE 'S' TO WS-ANO-ENCERRADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-YEARCTL = "10"
                CLOSE YEAR-CONTROL-FILE
            END-IF.

       VERIFICA-LOTE-JA-POSTADO.
