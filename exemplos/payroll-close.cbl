      *          falls in, applied to the whole gross, our shop's
      *          long-standing simplification - and produces the
      *          PAYREG net-pay register plus a formatted payslip
      *          per employee in PAYSLIPS. Employees whose
      *          termination RESCISAO settled for the month are left
      *          out: the settlement already paid their days. So
      *          are the values of the ferias days VACPAY paid ahead
      *          on VACREG; those days still count as worked days.
      *          Hour-bank credits older than six months that the
      *          later debits did not use up are paid out on the
      *          close at the overtime rate and written back to
      *          HOURBANK as paid. The GARNORDER court and union
      *          deduction orders come off the net in legal priority
      *          order ahead of the advance installments, never
      *          below the net floor, and what each beneficiary is
      *          owed goes to GARNPAY for BANKREMIT to pay. The
      *          drivers' approved TRIPEXP trip expense claims are
      *          reimbursed on top of the net as a non-taxable line,
      *          outside the gross and the INSS/IRRF base, and marked
      *          on TRIPEXP with the competencia. Traffic fines
      *          CITRECOV charged back to the nominated driver ride
      *          on ADVANCES as installments of origin 'M' and come
      *          off the same way, shown on their own payslip line.
      *          Mode 1
      *          is the preview: the same
      *          close written to PAYREGPRV for the PAYVAR variance
      *          review, with nothing else touched. Mode 2 is the
      *          close itself, refused until a supervisor has signed
      *          the month's review off on PAYREVIEW.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PARAM-CONTROL-FILE ASSIGN TO "PARAMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCTL.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SETTLEREG.
           SELECT VACATION-PAY-FILE ASSIGN TO "VACREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACREG.
           SELECT HOUR-BANK-FILE ASSIGN TO "HOURBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOURBANK.
           SELECT PAY-RULES-FILE ASSIGN TO "PAYRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYRULES.
           SELECT GARNISH-ORDER-FILE ASSIGN TO "GARNORDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GARNORDER.
           SELECT GARNISH-PAYMENT-FILE ASSIGN TO "GARNPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GARNPAY.
           SELECT TRIP-EXPENSE-FILE ASSIGN TO "TRIPEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPEXP.
           SELECT PAY-PREVIEW-FILE ASSIGN TO "PAYREGPRV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-REVIEW-FILE ASSIGN TO "PAYREVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREVIEW.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-FILE ASSIGN TO "PAYSLIPS"
           05 PR-VALOR-EXTRA          PIC 9(6)V99.
           05 PR-DELIM-7              PIC X(1).
           05 PR-VALOR-NOTURNO        PIC 9(6)V99.
           05 PR-DELIM-8              PIC X(1).
           05 PR-DIA                  PIC 9(2).
           05 PR-DELIM-9              PIC X(1).
           05 PR-CODIGO-AUSENCIA      PIC X(1).

       01  PAYROLL-REPORT-CONTROLE    PIC X(80).

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

       FD  SETTLEMENT-FILE.
           COPY "settle.cpy".

       FD  VACATION-PAY-FILE.
           COPY "vacpay.cpy".

       FD  HOUR-BANK-FILE.
           COPY "hourbank.cpy".

      * Only the overtime multiplier is wanted off the PAYRULES
      * card EXERCICIO15 reads.
       FD  PAY-RULES-FILE.
       01  PAY-RULES-RECORD.
           05 PU-TAXA-EXTRA         PIC 9V99.
           05 FILLER                PIC X(17).

       FD  GARNISH-ORDER-FILE.
           COPY "garnord.cpy".

       FD  GARNISH-PAYMENT-FILE.
           COPY "garnpay.cpy".

       FD  TRIP-EXPENSE-FILE.
           COPY "tripexp.cpy".

       FD  PAY-PREVIEW-FILE.
           COPY "payprev.cpy".

       FD  PAY-REVIEW-FILE.
           COPY "payrev.cpy".

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD.
           05 RG-EMP-ID             PIC X(10).
           05 RG-DELIM-6            PIC X(1).
           05 RG-DIAS-TRABALHADOS   PIC 9(2).
           05 RG-DELIM-7            PIC X(1).
      * Advance installment and GARNORDER deductions recovered on
      * the way to RG-LIQUIDO, so BRUTO = INSS + IRRF + ADIANTAMENTO
      * + ORDENS + LIQUIDO always holds and the ledger posting can
      * balance the batch explicitly.
           05 RG-ADIANTAMENTO       PIC 9(6)V99.
           05 RG-DELIM-8            PIC X(1).
           05 RG-ORDENS             PIC 9(6)V99.

       FD  PAYSLIP-FILE.
       01  PAYSLIP-RECORD           PIC X(70).
                   10 WS-FEC-MINUTOS    PIC 9(6).
                   10 WS-FEC-BRUTO      PIC 9(7)V99.
                   10 WS-FEC-DIAS       PIC 9(2).
                   10 WS-FEC-BANCO-MIN  PIC 9(5).
                   10 WS-FEC-BANCO-VALOR PIC 9(6)V99.
                   10 WS-FEC-BANCO-TAXA PIC 9(3)V99.
                   10 WS-FEC-BANCO-GRAVAR PIC X(1).
           77 WS-FEC-TOTAL PIC 9(3) VALUE 0.
           77 WS-FEC-SUB PIC 9(3).
           77 WS-FEC-ACHOU PIC X(1).
                   10 WS-ADI-PARCELA    PIC 9(6)V99.
                   10 WS-ADI-SALDO      PIC 9(6)V99.
                   10 WS-ADI-STATUS     PIC X(1).
                   10 WS-ADI-ORIGEM     PIC X(1).
           77 WS-ADI-TOTAL PIC 9(3) VALUE 0.
           77 WS-ADI-SUB PIC 9(3).
           77 WS-ADI-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-PISO-LIQUIDO PIC 9(6)V99 VALUE 0.
           77 WS-PARCELA-DEVIDA PIC 9(6)V99.
           77 WS-VALOR-ADIANTAMENTO PIC 9(6)V99.
      * The traffic-fine part of WS-VALOR-ADIANTAMENTO, split out
      * only for the payslip; the register keeps the one total.
           77 WS-VALOR-MULTA-REC PIC 9(6)V99.
           77 WS-VALOR-SO-ADIANTAMENTO PIC 9(6)V99.
           77 WS-MARGEM-DESCONTO PIC S9(7)V99.
           77 WS-FS-DEPENDENTS PIC X(2).
           01 WS-TABELA-QTD-DEP.
           77 WS-VALOR-POR-DEP PIC 9(4)V99 VALUE 0.
           77 WS-QTD-DEPENDENTES PIC 9(2).
           77 WS-BASE-IRRF PIC 9(7)V99.
           77 WS-FS-SETTLEREG PIC X(2).
           01 WS-TABELA-RESCISOES.
               05 WS-RES-EMP OCCURS 100 TIMES PIC X(10).
           77 WS-RES-TOTAL PIC 9(3) VALUE 0.
           77 WS-RES-SUB PIC 9(3).
           77 WS-RES-ACHOU PIC X(1).
           77 WS-DIAS-RESCINDIDOS PIC 9(5) VALUE 0.
           77 WS-FS-VACREG PIC X(2).
           01 WS-TABELA-FERIAS.
               05 WS-FER-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-FER-IX.
                   10 WS-FER-EMP        PIC X(10).
                   10 WS-FER-INICIO     PIC 9(8).
                   10 WS-FER-FIM        PIC 9(8).
           77 WS-FER-TOTAL PIC 9(3) VALUE 0.
           77 WS-FER-SUB PIC 9(3).
           77 WS-FER-ACHOU PIC X(1).
           77 WS-DATA-DIA PIC 9(8).
           77 WS-DIAS-FERIAS-PAGAS PIC 9(5) VALUE 0.
           77 WS-FS-HOURBANK PIC X(2).
           77 WS-FS-PAYRULES PIC X(2).
           77 WS-TAXA-HORA-EXTRA PIC 9V99 VALUE 1.50.
           01 WS-TABELA-BANCO.
               05 WS-BCO-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-BCO-IX.
                   10 WS-BCO-EMP        PIC X(10).
                   10 WS-BCO-CREDITO    PIC 9(7).
                   10 WS-BCO-CONSUMIDO  PIC 9(7).
                   10 WS-BCO-TAXA       PIC 9(3)V99.
                   10 WS-BCO-DATA-TAXA  PIC 9(8).
                   10 WS-BCO-PAGO-MES   PIC X(1).
                   10 WS-BCO-MIN-PAGO   PIC 9(5).
           77 WS-BCO-TOTAL PIC 9(3) VALUE 0.
           77 WS-BCO-SUB PIC 9(3).
           77 WS-BCO-ACHOU PIC X(1).
           77 WS-BCO-CORTE PIC 9(8).
           77 WS-BCO-ANO PIC 9(4).
           77 WS-BCO-MES PIC S9(3).
           77 WS-BCO-VENCIDO PIC 9(7).
           77 WS-BCO-GRAVAR PIC X(1) VALUE 'N'.
           77 WS-TOTAL-BANCO-PAGO PIC 9(7)V99 VALUE 0.
           77 WS-FS-GARNORDER PIC X(2).
           77 WS-FS-GARNPAY PIC X(2).
           01 WS-TABELA-ORDENS.
               05 WS-ORD-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-ORD-IX.
                   10 WS-ORD-ID         PIC X(10).
                   10 WS-ORD-EMP        PIC X(10).
                   10 WS-ORD-TIPO       PIC X(1).
                   10 WS-ORD-PRIORIDADE PIC 9(1).
                   10 WS-ORD-FORMA      PIC X(1).
                   10 WS-ORD-VALOR      PIC 9(6)V99.
                   10 WS-ORD-PERCENTUAL PIC 9(2)V99.
                   10 WS-ORD-BENEFICIARIO PIC X(20).
                   10 WS-ORD-BANCO      PIC 9(3).
                   10 WS-ORD-AGENCIA    PIC 9(4).
                   10 WS-ORD-CONTA      PIC 9(8).
                   10 WS-ORD-DESCONTO   PIC 9(6)V99.
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-ORD-MES-INICIO PIC 9(6).
           77 WS-ORD-MES-FIM PIC 9(6).
           77 WS-PRIORIDADE PIC 9(1).
           77 WS-BASE-ORDENS PIC 9(7)V99.
           77 WS-ORDEM-DEVIDA PIC 9(6)V99.
           77 WS-VALOR-ORDENS PIC 9(6)V99.
           77 WS-TOTAL-ORDENS PIC 9(8)V99 VALUE 0.
           01 WS-TABELA-REPASSES.
               05 WS-GPG-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-GPG-IX.
                   10 WS-GPG-ORDEM      PIC X(10).
                   10 WS-GPG-COMPETENCIA PIC 9(6).
                   10 WS-GPG-STATUS     PIC X(1).
                   10 WS-GPG-REGISTRO   PIC X(80).
           77 WS-GPG-TOTAL PIC 9(3) VALUE 0.
           77 WS-GPG-SUB PIC 9(3).
           77 WS-GPG-ACHOU PIC X(1).
           77 WS-GPG-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-GPG-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-FS-TRIPEXP PIC X(2).
           01 WS-TABELA-DESPESAS.
               05 WS-DVG-ENTRADA OCCURS 2000 TIMES
                       INDEXED BY WS-DVG-IX.
                   10 WS-DVG-REGISTRO   PIC X(89).
           77 WS-DVG-TOTAL PIC 9(4) VALUE 0.
           77 WS-DVG-SUB PIC 9(4).
           77 WS-DVG-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-DVG-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-VALOR-REEMBOLSO PIC 9(6)V99.
           77 WS-TOTAL-REEMBOLSO PIC 9(8)V99 VALUE 0.
           77 WS-LIQUIDO-RECEBER PIC 9(7)V99.
           77 MODO PIC 9(1).
           77 WS-PREVIA PIC X(1) VALUE 'N'.
           77 WS-FS-PAYREVIEW PIC X(2).
           77 WS-REVISAO-OK PIC X(1) VALUE 'N'.
           77 WS-REV-ACHOU PIC X(1).
           77 WS-REV-STATUS PIC X(1).
           77 WS-REV-QTD PIC 9(4).
           77 WS-REV-BRUTO PIC 9(9)V99.
           77 WS-TOTAL-BRUTO PIC 9(9)V99.
           77 WS-LINHA PIC X(70).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF
            MOVE WS-DATA-ATUAL(1:6) TO WS-COMPETENCIA
            DISPLAY "1 - PREVIA DO FECHAMENTO PARA REVISAO (PAYREGPRV)"
            DISPLAY "2 - FECHAMENTO MENSAL (PAYREG/PAYSLIPS)"
            ACCEPT MODO
            IF MODO NOT = 1 AND MODO NOT = 2
                DISPLAY "OPCAO INVALIDA!"
                GOBACK
            END-IF
            IF MODO = 1
                MOVE 'S' TO WS-PREVIA
            END-IF
            PERFORM CARREGA-TAXAS-DEDUCAO
            PERFORM CARREGA-DEPENDENTES
            PERFORM CARREGA-ADIANTAMENTOS
            PERFORM LE-PISO-LIQUIDO
            PERFORM CARREGA-ORDENS
            PERFORM CARREGA-DESPESAS-VIAGEM
            PERFORM CARREGA-RESCISOES
            PERFORM CARREGA-FERIAS-PAGAS
            PERFORM ACUMULA-PAYROLL
            IF WS-FEC-TOTAL = 0
                DISPLAY "PAYROLL SEM REGISTROS PARA FECHAR"
            ELSE
                PERFORM APURA-BANCO-VENCIDO
                IF WS-PREVIA = 'S'
                    PERFORM GRAVA-FECHAMENTO
                ELSE
                    PERFORM VERIFICA-REVISAO
                    IF WS-REVISAO-OK = 'S'
                        PERFORM CARREGA-REPASSES
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-REVISAO-OK NOT = 'S'
                            MOVE 8 TO RETURN-CODE
                        WHEN WS-GPG-ESTOUROU = 'S'
                            DISPLAY "GARNPAY EXCEDE 500 REPASSES -"
      -                         " FECHAMENTO RECUSADO"
                            MOVE 8 TO RETURN-CODE
                        WHEN OTHER
                            PERFORM GRAVA-FECHAMENTO
                    END-EVALUATE
                END-IF
            END-IF
            EVALUATE TRUE
                WHEN WS-PREVIA = 'S'
                    MOVE "PREVIA FECHAMENTO FOLHA" TO WS-AUDIT-RESUMO
                WHEN WS-GPG-ESTOUROU = 'S'
                    MOVE "FECHAMENTO RECUSADO GARNPAY" TO
                        WS-AUDIT-RESUMO
                WHEN WS-REVISAO-OK = 'S'
                    MOVE "FECHAMENTO MENSAL FOLHA" TO WS-AUDIT-RESUMO
                WHEN OTHER
                    MOVE "FECHAMENTO RECUSADO S/REVISAO" TO
                        WS-AUDIT-RESUMO
            END-EVALUATE
            PERFORM GRAVA-AUDITORIA
            GOBACK.

                                AND PAYROLL-REPORT-CONTROLE(1:4)
                                    NOT = "TRL "
                                AND PR-EMP-ID NOT = "*TOTAL*"
                            PERFORM VERIFICA-RESCISAO
                            IF WS-RES-ACHOU = 'S'
                                ADD 1 TO WS-DIAS-RESCINDIDOS
                            ELSE
                                PERFORM VERIFICA-FERIAS-PAGA
                                PERFORM ACUMULA-EMPREGADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYROLL = "10"
                CLOSE PAYROLL-REPORT-FILE
            END-IF
            IF WS-DIAS-RESCINDIDOS > 0
                DISPLAY "DIAS PAGOS EM RESCISAO, FORA DO FECHAMENTO: "
      -             WS-DIAS-RESCINDIDOS
            END-IF
            IF WS-DIAS-FERIAS-PAGAS > 0
                DISPLAY "DIAS DE FERIAS JA PAGOS PELO VACPAY: "
      -             WS-DIAS-FERIAS-PAGAS
            END-IF.

      * The month's settlements off SETTLEREG: their balance of
      * salary already paid these days, so closing them again
      * would pay the leaver twice.
       CARREGA-RESCISOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SETTLEMENT-FILE.
            IF WS-FS-SETTLEREG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SETTLEMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF SE-COMPETENCIA = WS-COMPETENCIA
                                AND WS-RES-TOTAL < 100
                            ADD 1 TO WS-RES-TOTAL
                            MOVE SE-EMP-ID TO WS-RES-EMP(WS-RES-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SETTLEREG = "10"
                CLOSE SETTLEMENT-FILE
            END-IF.

       VERIFICA-RESCISAO.
            MOVE 'N' TO WS-RES-ACHOU.
            PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                    UNTIL WS-RES-SUB > WS-RES-TOTAL
                    OR WS-RES-ACHOU = 'S'
                IF WS-RES-EMP(WS-RES-SUB) = PR-EMP-ID
                    MOVE 'S' TO WS-RES-ACHOU
                END-IF
            END-PERFORM.

      * Vacation payments whose leave touches the month: VACPAY
      * paid those ferias days ahead, so the punch rows the leave
      * left on PAYROLL must not pay them again.
       CARREGA-FERIAS-PAGAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT VACATION-PAY-FILE.
            IF WS-FS-VACREG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ VACATION-PAY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF VP-DATA-INICIO(1:6) <= WS-COMPETENCIA
                                AND VP-DATA-FIM(1:6) >= WS-COMPETENCIA
                                AND WS-FER-TOTAL < 200
                            ADD 1 TO WS-FER-TOTAL
                            MOVE VP-EMP-ID TO WS-FER-EMP(WS-FER-TOTAL)
                            MOVE VP-DATA-INICIO TO
                                WS-FER-INICIO(WS-FER-TOTAL)
                            MOVE VP-DATA-FIM TO
                                WS-FER-FIM(WS-FER-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-VACREG = "10"
                CLOSE VACATION-PAY-FILE
            END-IF.

      * A ferias row inside a paid leave keeps its day - the 13th
      * and the vacation accrual still count it - but its value
      * drops to zero. Rows from before the punch carried the day
      * read back with spaces and are paid as they always were.
       VERIFICA-FERIAS-PAGA.
            IF PR-CODIGO-AUSENCIA = 'V' AND PR-DIA IS NUMERIC
                COMPUTE WS-DATA-DIA = (WS-COMPETENCIA * 100) + PR-DIA
                MOVE 'N' TO WS-FER-ACHOU
                PERFORM VARYING WS-FER-SUB FROM 1 BY 1
                        UNTIL WS-FER-SUB > WS-FER-TOTAL
                        OR WS-FER-ACHOU = 'S'
                    IF WS-FER-EMP(WS-FER-SUB) = PR-EMP-ID
                            AND WS-FER-INICIO(WS-FER-SUB) <= WS-DATA-DIA
                            AND WS-FER-FIM(WS-FER-SUB) >= WS-DATA-DIA
                        MOVE 'S' TO WS-FER-ACHOU
                    END-IF
                END-PERFORM
                IF WS-FER-ACHOU = 'S'
                    MOVE 0 TO PR-VALOR-A-PAGAR
                    ADD 1 TO WS-DIAS-FERIAS-PAGAS
                END-IF
            END-IF.

       ACUMULA-EMPREGADO.
                    MOVE 0 TO WS-FEC-MINUTOS(WS-FEC-SUB)
                    MOVE 0 TO WS-FEC-BRUTO(WS-FEC-SUB)
                    MOVE 0 TO WS-FEC-DIAS(WS-FEC-SUB)
                    MOVE 0 TO WS-FEC-BANCO-MIN(WS-FEC-SUB)
                    MOVE 0 TO WS-FEC-BANCO-VALOR(WS-FEC-SUB)
                    MOVE 0 TO WS-FEC-BANCO-TAXA(WS-FEC-SUB)
                    MOVE 'N' TO WS-FEC-BANCO-GRAVAR(WS-FEC-SUB)
                ELSE
                    MOVE 0 TO WS-FEC-SUB
                END-IF
            END-PERFORM.

       GRAVA-FECHAMENTO.
            IF WS-PREVIA = 'S'
                OPEN OUTPUT PAY-PREVIEW-FILE
            ELSE
                OPEN OUTPUT PAY-REGISTER-FILE
                OPEN OUTPUT PAYSLIP-FILE
            END-IF
            PERFORM VARYING WS-FEC-SUB FROM 1 BY 1
                    UNTIL WS-FEC-SUB > WS-FEC-TOTAL
                PERFORM CONTA-DEPENDENTES-EMPREGADO
                COMPUTE WS-LIQUIDO =
                    WS-FEC-BRUTO(WS-FEC-SUB)
                        - WS-VALOR-INSS - WS-VALOR-IRRF
                PERFORM DESCONTA-ORDENS
                PERFORM DESCONTA-ADIANTAMENTO
                PERFORM SOMA-REEMBOLSOS
                ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO
                IF WS-PREVIA = 'S'
                    PERFORM GRAVA-PREVIA
                ELSE
                    MOVE SPACES TO PAY-REGISTER-RECORD
                    MOVE WS-FEC-ID(WS-FEC-SUB) TO RG-EMP-ID
                    MOVE WS-FEC-BRUTO(WS-FEC-SUB) TO RG-BRUTO
                    MOVE WS-VALOR-INSS TO RG-INSS
                    MOVE WS-VALOR-IRRF TO RG-IRRF
                    MOVE WS-LIQUIDO TO RG-LIQUIDO
                    MOVE WS-COMPETENCIA TO RG-COMPETENCIA
                    MOVE WS-FEC-DIAS(WS-FEC-SUB) TO
                        RG-DIAS-TRABALHADOS
                    MOVE WS-VALOR-ADIANTAMENTO TO RG-ADIANTAMENTO
                    MOVE WS-VALOR-ORDENS TO RG-ORDENS
                    WRITE PAY-REGISTER-RECORD
                    PERFORM GRAVA-HOLERITE
                    IF WS-VALOR-ORDENS > 0
                        PERFORM GUARDA-REPASSES
                    END-IF
                    IF WS-FEC-BANCO-GRAVAR(WS-FEC-SUB) = 'S'
                        PERFORM GRAVA-BANCO-PAGO
                    END-IF
                END-IF
            END-PERFORM.
            DISPLAY "TOTAL LIQUIDO DA FOLHA: " WS-TOTAL-LIQUIDO.
      * The preview only reports: the advances, the hour bank and
      * the register are left exactly as they were.
            IF WS-PREVIA = 'S'
                CLOSE PAY-PREVIEW-FILE
                DISPLAY "PREVIA GRAVADA EM PAYREGPRV - EMITA A REVISAO"
      -             " DE VARIACAO (PAYVAR)"
            ELSE
                CLOSE PAY-REGISTER-FILE
                CLOSE PAYSLIP-FILE
                IF WS-BCO-GRAVAR = 'S'
                    CLOSE HOUR-BANK-FILE
                END-IF
                IF WS-ADI-ALTERADO = 'S'
                    PERFORM REGRAVA-ADIANTAMENTOS
                END-IF
                IF WS-GPG-ALTERADO = 'S'
                    PERFORM REGRAVA-REPASSES
                END-IF
                IF WS-DVG-ALTERADO = 'S'
                    PERFORM REGRAVA-DESPESAS-VIAGEM
                END-IF
                IF WS-TOTAL-ORDENS > 0
                    DISPLAY "ORDENS A REPASSAR (GARNPAY): "
      -                 WS-TOTAL-ORDENS
                END-IF
            END-IF
            IF WS-TOTAL-REEMBOLSO > 0
                DISPLAY "REEMBOLSOS DE VIAGEM (TRIPEXP): "
      -             WS-TOTAL-REEMBOLSO
            END-IF.

       GRAVA-PREVIA.
            MOVE SPACES TO PAY-PREVIEW-RECORD.
            MOVE WS-FEC-ID(WS-FEC-SUB) TO RP-EMP-ID.
            MOVE WS-FEC-BRUTO(WS-FEC-SUB) TO RP-BRUTO.
            MOVE WS-VALOR-INSS TO RP-INSS.
            MOVE WS-VALOR-IRRF TO RP-IRRF.
            MOVE WS-LIQUIDO TO RP-LIQUIDO.
            MOVE WS-COMPETENCIA TO RP-COMPETENCIA.
            MOVE WS-FEC-DIAS(WS-FEC-SUB) TO RP-DIAS-TRABALHADOS.
            MOVE WS-VALOR-ADIANTAMENTO TO RP-ADIANTAMENTO.
            MOVE WS-VALOR-ORDENS TO RP-ORDENS.
            MOVE WS-FEC-NOME(WS-FEC-SUB) TO RP-NOME.
            MOVE WS-FEC-DEPTO(WS-FEC-SUB) TO RP-DEPARTAMENTO.
            WRITE PAY-PREVIEW-RECORD.

      * The real close only runs on a variance review a supervisor
      * signed off on PAYREVIEW for this competencia, and only while
      * the month still adds up to what was reviewed: a PAYROLL
      * changed since the preview needs a new preview and review.
       VERIFICA-REVISAO.
            MOVE 'N' TO WS-REVISAO-OK.
            MOVE 'N' TO WS-REV-ACHOU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REVIEW-FILE.
            IF WS-FS-PAYREVIEW NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REVIEW-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PV-COMPETENCIA = WS-COMPETENCIA
                            MOVE 'S' TO WS-REV-ACHOU
                            MOVE PV-STATUS TO WS-REV-STATUS
                            MOVE PV-QTD-EMPREGADOS TO WS-REV-QTD
                            MOVE PV-TOTAL-BRUTO TO WS-REV-BRUTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREVIEW = "10"
                CLOSE PAY-REVIEW-FILE
            END-IF
            MOVE 0 TO WS-TOTAL-BRUTO.
            PERFORM VARYING WS-FEC-SUB FROM 1 BY 1
                    UNTIL WS-FEC-SUB > WS-FEC-TOTAL
                ADD WS-FEC-BRUTO(WS-FEC-SUB) TO WS-TOTAL-BRUTO
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-REV-ACHOU = 'N'
                    DISPLAY "SEM REVISAO DE VARIACAO PARA "
      -                 WS-COMPETENCIA " - FECHAMENTO RECUSADO"
                WHEN WS-REV-STATUS NOT = 'A'
                    DISPLAY "REVISAO DE VARIACAO DE " WS-COMPETENCIA
      -                 " NAO ASSINADA - FECHAMENTO RECUSADO"
                WHEN WS-REV-QTD NOT = WS-FEC-TOTAL
                        OR WS-REV-BRUTO NOT = WS-TOTAL-BRUTO
                    DISPLAY "FOLHA ALTERADA DESDE A REVISAO - EMITA"
      -                 " NOVA PREVIA E NOVA REVISAO"
                WHEN OTHER
                    MOVE 'S' TO WS-REVISAO-OK
            END-EVALUATE.

       CARREGA-ADIANTAMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ADVANCES-FILE.
                                WS-ADI-SALDO(WS-ADI-TOTAL)
                            MOVE AD-STATUS TO
                                WS-ADI-STATUS(WS-ADI-TOTAL)
                            MOVE AD-ORIGEM TO
                                WS-ADI-ORIGEM(WS-ADI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
      * for a better month.
       DESCONTA-ADIANTAMENTO.
            MOVE 0 TO WS-VALOR-ADIANTAMENTO.
            MOVE 0 TO WS-VALOR-MULTA-REC.
            PERFORM VARYING WS-ADI-SUB FROM 1 BY 1
                    UNTIL WS-ADI-SUB > WS-ADI-TOTAL
                IF WS-ADI-EMP(WS-ADI-SUB) = WS-FEC-ID(WS-FEC-SUB)
            IF WS-PARCELA-DEVIDA > 0
                SUBTRACT WS-PARCELA-DEVIDA FROM WS-LIQUIDO
                ADD WS-PARCELA-DEVIDA TO WS-VALOR-ADIANTAMENTO
                IF WS-ADI-ORIGEM(WS-ADI-SUB) = 'M'
                    ADD WS-PARCELA-DEVIDA TO WS-VALOR-MULTA-REC
                END-IF
                SUBTRACT WS-PARCELA-DEVIDA FROM
                    WS-ADI-SALDO(WS-ADI-SUB)
                IF WS-ADI-SALDO(WS-ADI-SUB) = 0
      -             " ADIADA - LIQUIDO NO PISO"
            END-IF.

      * The GARNORDER orders running in the competencia: from the
      * month of the start date through the month of the end date,
      * or with no end date at all. The order type gives the legal
      * priority the deductions are taken in.
       CARREGA-ORDENS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GARNISH-ORDER-FILE.
            IF WS-FS-GARNORDER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GARNISH-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        DIVIDE GO-DATA-INICIO BY 100
                            GIVING WS-ORD-MES-INICIO
                        DIVIDE GO-DATA-FIM BY 100
                            GIVING WS-ORD-MES-FIM
                        IF WS-ORD-MES-INICIO <= WS-COMPETENCIA
                                AND (GO-DATA-FIM = 0
                                OR WS-ORD-MES-FIM >= WS-COMPETENCIA)
                                AND WS-ORD-TOTAL < 100
                            PERFORM GUARDA-ORDEM
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GARNORDER = "10"
                CLOSE GARNISH-ORDER-FILE
            END-IF.

       GUARDA-ORDEM.
            ADD 1 TO WS-ORD-TOTAL.
            MOVE GO-ORDEM-ID TO WS-ORD-ID(WS-ORD-TOTAL).
            MOVE GO-EMP-ID TO WS-ORD-EMP(WS-ORD-TOTAL).
            MOVE GO-TIPO TO WS-ORD-TIPO(WS-ORD-TOTAL).
            EVALUATE GO-TIPO
                WHEN 'A' MOVE 1 TO WS-ORD-PRIORIDADE(WS-ORD-TOTAL)
                WHEN 'J' MOVE 2 TO WS-ORD-PRIORIDADE(WS-ORD-TOTAL)
                WHEN OTHER MOVE 3 TO WS-ORD-PRIORIDADE(WS-ORD-TOTAL)
            END-EVALUATE.
            MOVE GO-FORMA TO WS-ORD-FORMA(WS-ORD-TOTAL).
            MOVE GO-VALOR TO WS-ORD-VALOR(WS-ORD-TOTAL).
            MOVE GO-PERCENTUAL TO WS-ORD-PERCENTUAL(WS-ORD-TOTAL).
            MOVE GO-BENEFICIARIO TO
                WS-ORD-BENEFICIARIO(WS-ORD-TOTAL).
            MOVE GO-BANCO TO WS-ORD-BANCO(WS-ORD-TOTAL).
            MOVE GO-AGENCIA TO WS-ORD-AGENCIA(WS-ORD-TOTAL).
            MOVE GO-CONTA TO WS-ORD-CONTA(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-DESCONTO(WS-ORD-TOTAL).

      * Pensao alimenticia first, then penhora judicial, then union
      * dues, all before the advance installments. A percentage
      * order is worked on the net after INSS and IRRF; every order
      * shrinks to what is left above the PARAMCTL net floor and is
      * skipped when nothing is.
       DESCONTA-ORDENS.
            MOVE 0 TO WS-VALOR-ORDENS.
            MOVE WS-LIQUIDO TO WS-BASE-ORDENS.
            PERFORM VARYING WS-PRIORIDADE FROM 1 BY 1
                    UNTIL WS-PRIORIDADE > 3
                PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                        UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    IF WS-ORD-EMP(WS-ORD-SUB) = WS-FEC-ID(WS-FEC-SUB)
                            AND WS-ORD-PRIORIDADE(WS-ORD-SUB)
                                = WS-PRIORIDADE
                        PERFORM DESCONTA-UMA-ORDEM
                    END-IF
                END-PERFORM
            END-PERFORM.

       DESCONTA-UMA-ORDEM.
            IF WS-ORD-FORMA(WS-ORD-SUB) = 'P'
                COMPUTE WS-ORDEM-DEVIDA ROUNDED =
                    WS-BASE-ORDENS * WS-ORD-PERCENTUAL(WS-ORD-SUB)
                        / 100
            ELSE
                MOVE WS-ORD-VALOR(WS-ORD-SUB) TO WS-ORDEM-DEVIDA
            END-IF
            COMPUTE WS-MARGEM-DESCONTO =
                WS-LIQUIDO - WS-PISO-LIQUIDO
            IF WS-MARGEM-DESCONTO < WS-ORDEM-DEVIDA
                IF WS-MARGEM-DESCONTO > 0
                    MOVE WS-MARGEM-DESCONTO TO WS-ORDEM-DEVIDA
                    DISPLAY "ORDEM " WS-ORD-ID(WS-ORD-SUB) " DE "
      -                 WS-FEC-ID(WS-FEC-SUB)
      -                 " DESCONTADA EM PARTE - LIQUIDO NO PISO"
                ELSE
                    MOVE 0 TO WS-ORDEM-DEVIDA
                END-IF
            END-IF
            MOVE WS-ORDEM-DEVIDA TO WS-ORD-DESCONTO(WS-ORD-SUB).
            IF WS-ORDEM-DEVIDA > 0
                SUBTRACT WS-ORDEM-DEVIDA FROM WS-LIQUIDO
                ADD WS-ORDEM-DEVIDA TO WS-VALOR-ORDENS
                ADD WS-ORDEM-DEVIDA TO WS-TOTAL-ORDENS
            ELSE
                DISPLAY "ORDEM " WS-ORD-ID(WS-ORD-SUB) " DE "
      -             WS-FEC-ID(WS-FEC-SUB)
      -             " NAO DESCONTADA - LIQUIDO NO PISO"
            END-IF.

      * GARNPAY as the close found it, less the pending amounts of
      * an earlier run of this same competencia: those are worked
      * out again. What BANKREMIT already sent for this competencia
      * stays; what it sent for earlier ones is done with and drops
      * off on the rewrite. Loaded before any deduction is taken: a
      * file that does not fit beside one new amount per running
      * order could not be written back whole, so the close is
      * refused instead.
       CARREGA-REPASSES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GARNISH-PAYMENT-FILE.
            IF WS-FS-GARNPAY NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GARNISH-PAYMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF (GP-STATUS = 'P'
                                AND GP-COMPETENCIA = WS-COMPETENCIA)
                                OR (GP-STATUS = 'E'
                                AND GP-COMPETENCIA < WS-COMPETENCIA)
                            MOVE 'S' TO WS-GPG-ALTERADO
                        ELSE
                            IF WS-GPG-TOTAL < 500
                                ADD 1 TO WS-GPG-TOTAL
                                MOVE GP-ORDEM-ID TO
                                    WS-GPG-ORDEM(WS-GPG-TOTAL)
                                MOVE GP-COMPETENCIA TO
                                    WS-GPG-COMPETENCIA(WS-GPG-TOTAL)
                                MOVE GP-STATUS TO
                                    WS-GPG-STATUS(WS-GPG-TOTAL)
                                MOVE GARNISH-PAYMENT-RECORD TO
                                    WS-GPG-REGISTRO(WS-GPG-TOTAL)
                            ELSE
                                MOVE 'S' TO WS-GPG-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GARNPAY = "10"
                CLOSE GARNISH-PAYMENT-FILE
            END-IF
            IF WS-GPG-TOTAL + WS-ORD-TOTAL > 500
                MOVE 'S' TO WS-GPG-ESTOUROU
            END-IF.

       GUARDA-REPASSES.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-EMP(WS-ORD-SUB) = WS-FEC-ID(WS-FEC-SUB)
                        AND WS-ORD-DESCONTO(WS-ORD-SUB) > 0
                    PERFORM GUARDA-UM-REPASSE
                END-IF
            END-PERFORM.

       GUARDA-UM-REPASSE.
            MOVE 'N' TO WS-GPG-ACHOU.
            PERFORM VARYING WS-GPG-SUB FROM 1 BY 1
                    UNTIL WS-GPG-SUB > WS-GPG-TOTAL
                    OR WS-GPG-ACHOU = 'S'
                IF WS-GPG-ORDEM(WS-GPG-SUB) = WS-ORD-ID(WS-ORD-SUB)
                        AND WS-GPG-COMPETENCIA(WS-GPG-SUB)
                            = WS-COMPETENCIA
                        AND WS-GPG-STATUS(WS-GPG-SUB) = 'E'
                    MOVE 'S' TO WS-GPG-ACHOU
                END-IF
            END-PERFORM.
            IF WS-GPG-ACHOU = 'S'
                DISPLAY "REPASSE DA ORDEM " WS-ORD-ID(WS-ORD-SUB)
      -             " JA ENVIADO NA COMPETENCIA " WS-COMPETENCIA
            ELSE
                IF WS-GPG-TOTAL < 500
                    MOVE SPACES TO GARNISH-PAYMENT-RECORD
                    MOVE WS-ORD-ID(WS-ORD-SUB) TO GP-ORDEM-ID
                    MOVE WS-ORD-EMP(WS-ORD-SUB) TO GP-EMP-ID
                    MOVE WS-COMPETENCIA TO GP-COMPETENCIA
                    MOVE WS-ORD-TIPO(WS-ORD-SUB) TO GP-TIPO
                    MOVE WS-ORD-DESCONTO(WS-ORD-SUB) TO GP-VALOR
                    MOVE WS-ORD-BENEFICIARIO(WS-ORD-SUB) TO
                        GP-BENEFICIARIO
                    MOVE WS-ORD-BANCO(WS-ORD-SUB) TO GP-BANCO
                    MOVE WS-ORD-AGENCIA(WS-ORD-SUB) TO GP-AGENCIA
                    MOVE WS-ORD-CONTA(WS-ORD-SUB) TO GP-CONTA
                    MOVE 'P' TO GP-STATUS
                    ADD 1 TO WS-GPG-TOTAL
                    MOVE GP-ORDEM-ID TO WS-GPG-ORDEM(WS-GPG-TOTAL)
                    MOVE GP-COMPETENCIA TO
                        WS-GPG-COMPETENCIA(WS-GPG-TOTAL)
                    MOVE GP-STATUS TO WS-GPG-STATUS(WS-GPG-TOTAL)
                    MOVE GARNISH-PAYMENT-RECORD TO
                        WS-GPG-REGISTRO(WS-GPG-TOTAL)
                    MOVE 'S' TO WS-GPG-ALTERADO
                ELSE
                    DISPLAY "GARNPAY CHEIO - REPASSE DA ORDEM "
      -                 WS-ORD-ID(WS-ORD-SUB) " NAO REGISTRADO"
                END-IF
            END-IF.

       REGRAVA-REPASSES.
            OPEN OUTPUT GARNISH-PAYMENT-FILE.
            PERFORM VARYING WS-GPG-SUB FROM 1 BY 1
                    UNTIL WS-GPG-SUB > WS-GPG-TOTAL
                MOVE WS-GPG-REGISTRO(WS-GPG-SUB) TO
                    GARNISH-PAYMENT-RECORD
                WRITE GARNISH-PAYMENT-RECORD
            END-PERFORM.
            CLOSE GARNISH-PAYMENT-FILE.

       REGRAVA-ADIANTAMENTOS.
            OPEN OUTPUT ADVANCES-FILE.
            PERFORM VARYING WS-ADI-SUB FROM 1 BY 1
                MOVE WS-ADI-PARCELA(WS-ADI-SUB) TO AD-PARCELA
                MOVE WS-ADI-SALDO(WS-ADI-SUB) TO AD-SALDO
                MOVE WS-ADI-STATUS(WS-ADI-SUB) TO AD-STATUS
                MOVE WS-ADI-ORIGEM(WS-ADI-SUB) TO AD-ORIGEM
                WRITE ADVANCE-LOAN-RECORD
            END-PERFORM.
            CLOSE ADVANCES-FILE.
                " LIQUIDO " WS-LIQUIDO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            COMPUTE WS-VALOR-SO-ADIANTAMENTO =
                WS-VALOR-ADIANTAMENTO - WS-VALOR-MULTA-REC.
            IF WS-VALOR-SO-ADIANTAMENTO > 0
                MOVE SPACES TO WS-LINHA
                STRING "DESCONTO ADIANTAMENTO "
                    WS-VALOR-SO-ADIANTAMENTO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.
            IF WS-VALOR-MULTA-REC > 0
                MOVE SPACES TO WS-LINHA
                STRING "DESCONTO MULTA DE TRANSITO "
                    WS-VALOR-MULTA-REC
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.
            PERFORM VARYING WS-PRIORIDADE FROM 1 BY 1
                    UNTIL WS-PRIORIDADE > 3
                PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                        UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    IF WS-ORD-EMP(WS-ORD-SUB) = WS-FEC-ID(WS-FEC-SUB)
                            AND WS-ORD-PRIORIDADE(WS-ORD-SUB)
                                = WS-PRIORIDADE
                            AND WS-ORD-DESCONTO(WS-ORD-SUB) > 0
                        PERFORM GRAVA-LINHA-ORDEM
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF WS-FEC-BANCO-MIN(WS-FEC-SUB) > 0
                MOVE SPACES TO WS-LINHA
                STRING "BANCO DE HORAS VENCIDO MINUTOS "
                    WS-FEC-BANCO-MIN(WS-FEC-SUB)
                    " VALOR " WS-FEC-BANCO-VALOR(WS-FEC-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.
            IF WS-VALOR-REEMBOLSO > 0
                MOVE SPACES TO WS-LINHA
                STRING "REEMBOLSO DESP. VIAGEM (NAO TRIBUTAVEL) "
                    WS-VALOR-REEMBOLSO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                COMPUTE WS-LIQUIDO-RECEBER =
                    WS-LIQUIDO + WS-VALOR-REEMBOLSO
                MOVE SPACES TO WS-LINHA
                STRING "TOTAL A RECEBER " WS-LIQUIDO-RECEBER
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

      * TRIPEXP as the close found it. A claim already on this
      * competencia's close - an earlier run of the same month - is
      * paid again rather than dropped. Claims BANKREMIT paid on an
      * earlier competencia's close, and claims refused on trips of
      * an earlier month, are done with and drop off on the
      * rewrite. A file bigger than the table could not be written
      * back whole, so then no claim is paid this close rather than
      * paying some without marking them.
       CARREGA-DESPESAS-VIAGEM.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TRIP-EXPENSE-FILE.
            IF WS-FS-TRIPEXP NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TRIP-EXPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN TX-STATUS = 'E'
                                    AND TX-COMPETENCIA < WS-COMPETENCIA
                                MOVE 'S' TO WS-DVG-ALTERADO
                            WHEN TX-STATUS = 'R'
                                    AND TX-DATA(1:6) < WS-COMPETENCIA
                                MOVE 'S' TO WS-DVG-ALTERADO
                            WHEN WS-DVG-TOTAL < 2000
                                ADD 1 TO WS-DVG-TOTAL
                                MOVE TRIP-EXPENSE-RECORD TO
                                    WS-DVG-REGISTRO(WS-DVG-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-DVG-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPEXP = "10"
                CLOSE TRIP-EXPENSE-FILE
            END-IF
            IF WS-DVG-ESTOUROU = 'S'
                DISPLAY "TRIPEXP EXCEDE 2000 DESPESAS - REEMBOLSOS DE"
      -             " VIAGEM FORA DESTE FECHAMENTO"
                MOVE 0 TO WS-DVG-TOTAL
                MOVE 'N' TO WS-DVG-ALTERADO
            END-IF.

      * The employee's approved trip expenses ride on top of the net
      * and never enter the gross: they are a reimbursement, not
      * pay. Only the real close marks them as paid.
       SOMA-REEMBOLSOS.
            MOVE 0 TO WS-VALOR-REEMBOLSO.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO TRIP-EXPENSE-RECORD
                IF TX-EMP-ID = WS-FEC-ID(WS-FEC-SUB)
                        AND (TX-STATUS = 'A'
                        OR ((TX-STATUS = 'F' OR TX-STATUS = 'E')
                            AND TX-COMPETENCIA = WS-COMPETENCIA))
                    ADD TX-VALOR TO WS-VALOR-REEMBOLSO
                    ADD TX-VALOR TO WS-TOTAL-REEMBOLSO
                    IF WS-PREVIA = 'N' AND TX-STATUS = 'A'
                        MOVE 'F' TO TX-STATUS
                        MOVE WS-COMPETENCIA TO TX-COMPETENCIA
                        MOVE TRIP-EXPENSE-RECORD TO
                            WS-DVG-REGISTRO(WS-DVG-SUB)
                        MOVE 'S' TO WS-DVG-ALTERADO
                    END-IF
                END-IF
            END-PERFORM.

       REGRAVA-DESPESAS-VIAGEM.
            OPEN OUTPUT TRIP-EXPENSE-FILE.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO TRIP-EXPENSE-RECORD
                WRITE TRIP-EXPENSE-RECORD
            END-PERFORM.
            CLOSE TRIP-EXPENSE-FILE.

       GRAVA-LINHA-ORDEM.
            MOVE SPACES TO WS-LINHA.
            EVALUATE WS-ORD-TIPO(WS-ORD-SUB)
                WHEN 'A'
                    STRING "PENSAO ALIMENTICIA "
                        WS-ORD-ID(WS-ORD-SUB)
                        " " WS-ORD-DESCONTO(WS-ORD-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                WHEN 'J'
                    STRING "PENHORA JUDICIAL "
                        WS-ORD-ID(WS-ORD-SUB)
                        " " WS-ORD-DESCONTO(WS-ORD-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                WHEN OTHER
                    STRING "CONTRIBUICAO SINDICAL "
                        WS-ORD-ID(WS-ORD-SUB)
                        " " WS-ORD-DESCONTO(WS-ORD-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
            END-EVALUATE.
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO PAYSLIP-RECORD.
            WRITE PAYSLIP-RECORD.

      * Hour-bank payout. A credit expires once it is six months
      * old: on the close of competencia AAAAMM every credit dated
      * before the first day of AAAAMM less five months. The
      * debits, and the payouts of earlier closes, use up the
      * oldest credits first, so what expires is those old
      * credits less everything already taken out of the bank.
      * The minutes are paid at the employee's latest credited
      * hourly rate times the PAYRULES overtime multiplier and go
      * into the gross before the deductions. A close run again
      * for the same competencia finds its own 'P' entry and pays
      * those minutes again instead of working out a second payout.
      * The 'P' entries themselves are written with the register,
      * so the preview leaves the bank alone.
       APURA-BANCO-VENCIDO.
            OPEN INPUT PAY-RULES-FILE.
            IF WS-FS-PAYRULES = "00"
                READ PAY-RULES-FILE
                    NOT AT END
                        MOVE PU-TAXA-EXTRA TO WS-TAXA-HORA-EXTRA
                END-READ
                CLOSE PAY-RULES-FILE
            END-IF
            COMPUTE WS-BCO-ANO = WS-COMPETENCIA / 100
            COMPUTE WS-BCO-MES =
                WS-COMPETENCIA - (WS-BCO-ANO * 100) - 5
            IF WS-BCO-MES < 1
                ADD 12 TO WS-BCO-MES
                SUBTRACT 1 FROM WS-BCO-ANO
            END-IF
            COMPUTE WS-BCO-CORTE =
                (WS-BCO-ANO * 10000) + (WS-BCO-MES * 100) + 1
            PERFORM CARREGA-BANCO-HORAS
            IF WS-BCO-TOTAL > 0
                PERFORM VARYING WS-FEC-SUB FROM 1 BY 1
                        UNTIL WS-FEC-SUB > WS-FEC-TOTAL
                    PERFORM PAGA-BANCO-VENCIDO
                END-PERFORM
                IF WS-TOTAL-BANCO-PAGO > 0
                    DISPLAY "BANCO DE HORAS VENCIDO PAGO: "
                        WS-TOTAL-BANCO-PAGO
                END-IF
            END-IF.

       CARREGA-BANCO-HORAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT HOUR-BANK-FILE.
            IF WS-FS-HOURBANK NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ HOUR-BANK-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BH-DATA(1:6) <= WS-COMPETENCIA
                            PERFORM ACUMULA-BANCO-HORAS
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-HOURBANK = "10"
                CLOSE HOUR-BANK-FILE
            END-IF.

       ACUMULA-BANCO-HORAS.
            MOVE 'N' TO WS-BCO-ACHOU.
            PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
                    UNTIL WS-BCO-SUB > WS-BCO-TOTAL
                    OR WS-BCO-ACHOU = 'S'
                IF WS-BCO-EMP(WS-BCO-SUB) = BH-EMP-ID
                    MOVE 'S' TO WS-BCO-ACHOU
                    SUBTRACT 1 FROM WS-BCO-SUB
                END-IF
            END-PERFORM.
            IF WS-BCO-ACHOU = 'N'
                IF WS-BCO-TOTAL < 200
                    ADD 1 TO WS-BCO-TOTAL
                    MOVE WS-BCO-TOTAL TO WS-BCO-SUB
                    MOVE BH-EMP-ID TO WS-BCO-EMP(WS-BCO-SUB)
                    MOVE 0 TO WS-BCO-CREDITO(WS-BCO-SUB)
                    MOVE 0 TO WS-BCO-CONSUMIDO(WS-BCO-SUB)
                    MOVE 0 TO WS-BCO-TAXA(WS-BCO-SUB)
                    MOVE 0 TO WS-BCO-DATA-TAXA(WS-BCO-SUB)
                    MOVE 'N' TO WS-BCO-PAGO-MES(WS-BCO-SUB)
                    MOVE 0 TO WS-BCO-MIN-PAGO(WS-BCO-SUB)
                ELSE
                    MOVE 0 TO WS-BCO-SUB
                END-IF
            END-IF
            IF WS-BCO-SUB > 0
                EVALUATE BH-TIPO
                    WHEN 'C'
                        IF BH-DATA < WS-BCO-CORTE
                            ADD BH-MINUTOS TO WS-BCO-CREDITO(WS-BCO-SUB)
                        END-IF
                        IF BH-DATA >= WS-BCO-DATA-TAXA(WS-BCO-SUB)
                            MOVE BH-DATA TO
                                WS-BCO-DATA-TAXA(WS-BCO-SUB)
                            MOVE BH-VALOR-HORA TO
                                WS-BCO-TAXA(WS-BCO-SUB)
                        END-IF
                    WHEN 'D'
                        ADD BH-MINUTOS TO WS-BCO-CONSUMIDO(WS-BCO-SUB)
                    WHEN 'P'
                        IF BH-DATA(1:6) = WS-COMPETENCIA
                            MOVE 'S' TO WS-BCO-PAGO-MES(WS-BCO-SUB)
                            ADD BH-MINUTOS TO
                                WS-BCO-MIN-PAGO(WS-BCO-SUB)
                        ELSE
                            ADD BH-MINUTOS TO
                                WS-BCO-CONSUMIDO(WS-BCO-SUB)
                        END-IF
                END-EVALUATE
            END-IF.

       PAGA-BANCO-VENCIDO.
            MOVE 'N' TO WS-BCO-ACHOU.
            PERFORM VARYING WS-BCO-SUB FROM 1 BY 1
                    UNTIL WS-BCO-SUB > WS-BCO-TOTAL
                    OR WS-BCO-ACHOU = 'S'
                IF WS-BCO-EMP(WS-BCO-SUB) = WS-FEC-ID(WS-FEC-SUB)
                    MOVE 'S' TO WS-BCO-ACHOU
                    SUBTRACT 1 FROM WS-BCO-SUB
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-BCO-VENCIDO.
            IF WS-BCO-ACHOU = 'S'
                IF WS-BCO-PAGO-MES(WS-BCO-SUB) = 'S'
                    MOVE WS-BCO-MIN-PAGO(WS-BCO-SUB) TO WS-BCO-VENCIDO
                ELSE
                    IF WS-BCO-CREDITO(WS-BCO-SUB) >
                            WS-BCO-CONSUMIDO(WS-BCO-SUB)
                        COMPUTE WS-BCO-VENCIDO =
                            WS-BCO-CREDITO(WS-BCO-SUB)
                                - WS-BCO-CONSUMIDO(WS-BCO-SUB)
                    END-IF
                END-IF
            END-IF
            IF WS-BCO-VENCIDO > 0
                MOVE WS-BCO-VENCIDO TO WS-FEC-BANCO-MIN(WS-FEC-SUB)
                COMPUTE WS-FEC-BANCO-VALOR(WS-FEC-SUB) ROUNDED =
                    (WS-BCO-VENCIDO / 60) * WS-BCO-TAXA(WS-BCO-SUB)
                        * WS-TAXA-HORA-EXTRA
                ADD WS-FEC-BANCO-VALOR(WS-FEC-SUB) TO
                    WS-FEC-BRUTO(WS-FEC-SUB)
                ADD WS-FEC-BANCO-VALOR(WS-FEC-SUB) TO
                    WS-TOTAL-BANCO-PAGO
                MOVE WS-BCO-TAXA(WS-BCO-SUB) TO
                    WS-FEC-BANCO-TAXA(WS-FEC-SUB)
                IF WS-BCO-PAGO-MES(WS-BCO-SUB) = 'N'
                    MOVE 'S' TO WS-FEC-BANCO-GRAVAR(WS-FEC-SUB)
                END-IF
            END-IF.

       GRAVA-BANCO-PAGO.
            IF WS-BCO-GRAVAR = 'N'
                OPEN EXTEND HOUR-BANK-FILE
                IF WS-FS-HOURBANK = "35"
                    OPEN OUTPUT HOUR-BANK-FILE
                END-IF
                MOVE 'S' TO WS-BCO-GRAVAR
            END-IF
            MOVE SPACES TO HOUR-BANK-RECORD.
            MOVE WS-FEC-ID(WS-FEC-SUB) TO BH-EMP-ID.
            COMPUTE BH-DATA = (WS-COMPETENCIA * 100) + 1.
            MOVE 'P' TO BH-TIPO.
            MOVE WS-FEC-BANCO-MIN(WS-FEC-SUB) TO BH-MINUTOS.
            MOVE WS-FEC-BANCO-TAXA(WS-FEC-SUB) TO BH-VALOR-HORA.
            MOVE WS-DATA-ATUAL TO BH-DATA-LANCAMENTO.
            WRITE HOUR-BANK-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".
