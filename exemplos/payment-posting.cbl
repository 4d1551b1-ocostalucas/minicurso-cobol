      *          parked on the SUSPENSE file for SUSPMAINT to
      *          research, and the end of the posting run balances
      *          cash taken against cash applied plus suspense.
      *          An account SVCORDER had cut off whose debt the run
      *          clears gets a religacao order on SVCORDERS carrying
      *          the PARAMCTL reconnection fee, which EXERCICIO7
      *          bills on the account's next invoice. Money that
      *          comes in for an account once its open invoices are
      *          settled goes to the invoices BADDEBT wrote off
      *          ('W' - the collection agency's recoveries), and is
      *          logged on BDRECOV instead of RCPTHIST and reported
      *          apart as recovered bad debt. Each item parked
      *          on SUSPENSE is logged on DUTYLOG under the
      *          operator who ran the posting, so the duties
      *          report can tell whether they also released it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-RCPTHIST.
           SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "DELINQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT SERVICE-ORDER-FILE ASSIGN TO "SVCORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SVCORDERS.
           SELECT PARAM-CONTROL-FILE ASSIGN TO "PARAMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCTL.
           SELECT BAD-DEBT-RECOVERY-FILE ASSIGN TO "BDRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BDRECOV.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT DUTY-LOG-FILE ASSIGN TO "DUTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUTYLOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       FD  DELINQUENCY-REPORT-FILE.
       01  DELINQUENCY-REPORT-RECORD PIC X(90).

       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  SERVICE-ORDER-FILE.
           COPY "svcord.cpy".

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

       FD  BAD-DEBT-RECOVERY-FILE.
           COPY "bdrecov.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  DUTY-LOG-FILE.
           COPY "dutylog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-PAGTOS-APLICADOS PIC 9(4) VALUE 0.
           77 WS-PAGTOS-SEM-FATURA PIC 9(4) VALUE 0.
           77 WS-VALOR-ABERTO PIC 9(4)V99.
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-SVCORDERS PIC X(2).
           77 WS-FS-PARAMCTL PIC X(2).
           77 WS-EOF-CUSTMASTER PIC X(1).
           77 WS-EOF-SVCORDERS PIC X(1).
           77 WS-TAXA-RELIGACAO PIC 9(4)V99 VALUE 0.
           77 WS-DEBITO-QUITADO PIC X(1).
           77 WS-RELIGACAO-PENDENTE PIC X(1).
           77 WS-RELIGACAO-COBRADA PIC X(1).
           77 WS-ULT-CORTE PIC 9(8).
           77 WS-QTD-RELIGACOES PIC 9(4) VALUE 0.
           77 WS-FS-BDRECOV PIC X(2).
           77 WS-SALDO-ANTES-RECUP PIC 9(5)V99.
           77 WS-VALOR-RECUPERADO PIC 9(5)V99 VALUE 0.
           77 WS-VENC-RECUPERADO PIC 9(8).
           77 WS-QTD-RECUPERACOES PIC 9(4) VALUE 0.
           77 WS-TOTAL-RECUPERADO PIC 9(8)V99 VALUE 0.
           77 WS-DATA-REF PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(90).
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-DUT-PAR PIC X(4).
           77 WS-DUT-LADO PIC X(1).
           77 WS-DUT-CHAVE PIC X(20).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                            END-IF
                            IF BH-STATUS = 'Q' OR BH-STATUS = 'P'
                                    OR BH-STATUS = 'R'
                                    OR BH-STATUS = 'W'
                                MOVE BH-STATUS TO
                                    WS-FAT-STATUS(WS-FAT-TOTAL-REGS)
                            ELSE
            IF WS-PLN-ALTERADO = 'S'
                PERFORM REGRAVA-PLANOS
            END-IF
            PERFORM GERA-RELIGACOES.
            DISPLAY "PAGAMENTOS APLICADOS: " WS-PAGTOS-APLICADOS.
            DISPLAY "PAGAMENTOS EM SUSPENSE: " WS-PAGTOS-SUSPENSOS.
            IF WS-QTD-RECUPERACOES > 0
                DISPLAY "RECUPERACAO DE PERDAS: " WS-QTD-RECUPERACOES
      -             " RECEBIMENTOS, VALOR " WS-TOTAL-RECUPERADO
            END-IF
            PERFORM CONFERE-CAIXA-DO-DIA.

      * Day-end balance: every centavo taken must show up either

       APLICA-PAGAMENTO-ACEITO.
            ADD PY-VALOR TO WS-TOTAL-RECEBIDO.
            MOVE 0 TO WS-VALOR-RECUPERADO.
            PERFORM VERIFICA-DUPLICIDADE.
            IF WS-RCB-DUPLICADO = 'S'
                MOVE "DUPL" TO WS-SUSP-MOTIVO
                IF WS-FAT-CONTA(WS-FAT-SUB) = PY-CONTA
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'Q'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'R'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'W'
                    COMPUTE WS-FALTA-FATURA =
                        WS-FAT-TOTAL(WS-FAT-SUB)
                            - WS-FAT-PAGO(WS-FAT-SUB)
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-SALDO-PAGAMENTO > 0
                PERFORM APLICA-RECUPERACAO
            END-IF
            IF WS-SALDO-PAGAMENTO = PY-VALOR
                DISPLAY "PAGAMENTO " PY-RECIBO " CONTA " PY-CONTA
      -             " SEM FATURA ABERTA - VAI PARA SUSPENSE"
                COMPUTE WS-TOTAL-APLICADO =
                    WS-TOTAL-APLICADO
                        + (PY-VALOR - WS-SALDO-PAGAMENTO)
                IF WS-VALOR-RECUPERADO < PY-VALOR - WS-SALDO-PAGAMENTO
                    PERFORM GRAVA-RCPTHIST
                END-IF
                IF WS-VALOR-RECUPERADO > 0
                    PERFORM GRAVA-RECUPERACAO
                END-IF
                IF WS-SALDO-PAGAMENTO > 0
                    DISPLAY "PAGAMENTO " PY-RECIBO " COM SOBRA DE "
      -                 WS-SALDO-PAGAMENTO " - SOBRA EM SUSPENSE"
                END-IF
            END-IF.

      * What is left once the open invoices are settled goes to the
      * account's written-off invoices, oldest first - this is how
      * the collection agency's recoveries come home. The invoice
      * stays 'W'; BH-VALOR-PAGO shows what has been recovered.
       APLICA-RECUPERACAO.
            MOVE WS-SALDO-PAGAMENTO TO WS-SALDO-ANTES-RECUP.
            MOVE 0 TO WS-VENC-RECUPERADO.
            PERFORM VARYING WS-FAT-SUB FROM 1 BY 1
                    UNTIL WS-FAT-SUB > WS-FAT-TOTAL-REGS
                    OR WS-SALDO-PAGAMENTO = 0
                IF WS-FAT-CONTA(WS-FAT-SUB) = PY-CONTA
                        AND WS-FAT-STATUS(WS-FAT-SUB) = 'W'
                        AND WS-FAT-PAGO(WS-FAT-SUB) <
                            WS-FAT-TOTAL(WS-FAT-SUB)
                    IF WS-VENC-RECUPERADO = 0
                        MOVE WS-FAT-VENC(WS-FAT-SUB) TO
                            WS-VENC-RECUPERADO
                    END-IF
                    COMPUTE WS-FALTA-FATURA =
                        WS-FAT-TOTAL(WS-FAT-SUB)
                            - WS-FAT-PAGO(WS-FAT-SUB)
                    IF WS-SALDO-PAGAMENTO >= WS-FALTA-FATURA
                        ADD WS-FALTA-FATURA TO
                            WS-FAT-PAGO(WS-FAT-SUB)
                        SUBTRACT WS-FALTA-FATURA
                            FROM WS-SALDO-PAGAMENTO
                    ELSE
                        ADD WS-SALDO-PAGAMENTO TO
                            WS-FAT-PAGO(WS-FAT-SUB)
                        MOVE 0 TO WS-SALDO-PAGAMENTO
                    END-IF
                END-IF
            END-PERFORM.
            COMPUTE WS-VALOR-RECUPERADO =
                WS-SALDO-ANTES-RECUP - WS-SALDO-PAGAMENTO.

      * Recovered bad debt settles no receivable - the write-off
      * already took it off the books - so it is kept off RCPTHIST
      * and booked from BDRECOV as a recovery instead. The in-core
      * receipt table still learns it, for the duplicate test.
       GRAVA-RECUPERACAO.
            ADD 1 TO WS-QTD-RECUPERACOES.
            ADD WS-VALOR-RECUPERADO TO WS-TOTAL-RECUPERADO.
            OPEN EXTEND BAD-DEBT-RECOVERY-FILE.
            IF WS-FS-BDRECOV = "35"
                OPEN OUTPUT BAD-DEBT-RECOVERY-FILE
            END-IF
            MOVE SPACES TO BAD-DEBT-RECOVERY-RECORD.
            MOVE PY-CONTA TO BR-CONTA.
            MOVE PY-DATA TO BR-DATA.
            MOVE WS-VALOR-RECUPERADO TO BR-VALOR.
            MOVE PY-RECIBO TO BR-RECIBO.
            MOVE WS-VENC-RECUPERADO TO BR-DATA-VENCIMENTO.
            WRITE BAD-DEBT-RECOVERY-RECORD.
            CLOSE BAD-DEBT-RECOVERY-FILE.
            DISPLAY "PAGAMENTO " PY-RECIBO " CONTA " PY-CONTA
      -         " RECUPERACAO DE PERDA " WS-VALOR-RECUPERADO.
            IF WS-VALOR-RECUPERADO = PY-VALOR - WS-SALDO-PAGAMENTO
                    AND WS-RCB-TOTAL < 500
                ADD 1 TO WS-RCB-TOTAL
                MOVE PY-CONTA TO WS-RCB-CONTA(WS-RCB-TOTAL)
                MOVE PY-DATA TO WS-RCB-DATA(WS-RCB-TOTAL)
                MOVE PY-VALOR TO WS-RCB-VALOR(WS-RCB-TOTAL)
            END-IF.

       VERIFICA-PLANO-ATIVO.
            MOVE 'N' TO WS-PLN-ATIVO.
            PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
            END-PERFORM.
            IF WS-FS-RCPTHIST = "10"
                CLOSE RECEIPT-HISTORY-FILE
            END-IF
            PERFORM CARREGA-RECUPERACOES.

      * Recoveries never reach RCPTHIST, so a resent agency receipt
      * is caught against BDRECOV instead.
       CARREGA-RECUPERACOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BAD-DEBT-RECOVERY-FILE.
            IF WS-FS-BDRECOV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BAD-DEBT-RECOVERY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-RCB-TOTAL < 500
                            ADD 1 TO WS-RCB-TOTAL
                            MOVE BR-CONTA TO
                                WS-RCB-CONTA(WS-RCB-TOTAL)
                            MOVE BR-DATA TO
                                WS-RCB-DATA(WS-RCB-TOTAL)
                            MOVE BR-VALOR TO
                                WS-RCB-VALOR(WS-RCB-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BDRECOV = "10"
                CLOSE BAD-DEBT-RECOVERY-FILE
            END-IF.

      * Every applied receipt is remembered both on disk and in the
            MOVE SPACES TO RECEIPT-HISTORY-RECORD.
            MOVE PY-CONTA TO RH-CONTA.
            MOVE PY-DATA TO RH-DATA.
            COMPUTE RH-VALOR = PY-VALOR - WS-VALOR-RECUPERADO.
            MOVE PY-RECIBO TO RH-RECIBO.
            WRITE RECEIPT-HISTORY-RECORD.
            CLOSE RECEIPT-HISTORY-FILE.
            MOVE 'S' TO SU-STATUS.
            WRITE SUSPENSE-RECORD.
            CLOSE SUSPENSE-FILE.
            MOVE "SUSP" TO WS-DUT-PAR.
            MOVE "E" TO WS-DUT-LADO.
            MOVE SPACES TO WS-DUT-CHAVE.
            STRING PY-CONTA PY-RECIBO
                DELIMITED BY SIZE INTO WS-DUT-CHAVE.
            PERFORM GRAVA-DUTYLOG.

      * A PAYPLANS bigger than the work table cannot be rewritten
      * without losing the excess, so the posting run refuses it
            END-PERFORM.
            CLOSE BILLING-HISTORY-FILE.

      * Every account SVCORDER has cut off is checked against the
      * invoices and plans as they stand after tonight's posting:
      * nothing left open (aberta, parcial or carried by a plan) and
      * no plan installment outstanding means the debt is cleared
      * and the crew goes back to reconnect. The fee is charged once
      * per cut-off - a reconnection the crew could not do is
      * reissued free.
       GERA-RELIGACOES.
            PERFORM LE-TAXA-RELIGACAO.
            MOVE 'N' TO WS-EOF-CUSTMASTER.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-CUSTMASTER
            END-IF
            PERFORM UNTIL WS-EOF-CUSTMASTER = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-CUSTMASTER
                    NOT AT END
                        IF CU-SITUACAO = 'D'
                            PERFORM AVALIA-RELIGACAO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF
            IF WS-QTD-RELIGACOES > 0
                DISPLAY "ORDENS DE RELIGACAO EMITIDAS: "
      -             WS-QTD-RELIGACOES
            END-IF.

      * No card, or a card from before the fee existed, means no
      * reconnection fee.
       LE-TAXA-RELIGACAO.
            MOVE 0 TO WS-TAXA-RELIGACAO.
            OPEN INPUT PARAM-CONTROL-FILE.
            IF WS-FS-PARAMCTL = "00"
                READ PARAM-CONTROL-FILE
                    NOT AT END
                        IF PC-TAXA-RELIGACAO IS NUMERIC
                            MOVE PC-TAXA-RELIGACAO
                                TO WS-TAXA-RELIGACAO
                        END-IF
                END-READ
                CLOSE PARAM-CONTROL-FILE
            END-IF.

      * Invoices carried by a plan ('R') count through the plan's
      * own status below; a written-off invoice ('W') is settled
      * once the recoveries have paid it in full.
       AVALIA-RELIGACAO.
            MOVE 'S' TO WS-DEBITO-QUITADO.
            PERFORM VARYING WS-FAT-SUB FROM 1 BY 1
                    UNTIL WS-FAT-SUB > WS-FAT-TOTAL-REGS
                IF WS-FAT-CONTA(WS-FAT-SUB) = CU-CONTA
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'Q'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'R'
                    IF WS-FAT-STATUS(WS-FAT-SUB) NOT = 'W'
                            OR WS-FAT-PAGO(WS-FAT-SUB) <
                                WS-FAT-TOTAL(WS-FAT-SUB)
                        MOVE 'N' TO WS-DEBITO-QUITADO
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-PLN-SUB FROM 1 BY 1
                    UNTIL WS-PLN-SUB > WS-PLN-TOTAL-REGS
                IF WS-PLN-CONTA(WS-PLN-SUB) = CU-CONTA
                        AND (WS-PLN-STATUS(WS-PLN-SUB) = 'A'
                            OR WS-PLN-STATUS(WS-PLN-SUB) = 'P')
                    MOVE 'N' TO WS-DEBITO-QUITADO
                END-IF
            END-PERFORM.
            IF WS-DEBITO-QUITADO = 'S'
                PERFORM VERIFICA-ORDENS-CONTA
                IF WS-RELIGACAO-PENDENTE = 'N'
                    PERFORM GRAVA-ORDEM-RELIGACAO
                END-IF
            END-IF.

      * The latest executed cut-off dates the current disconnection;
      * a religacao already issued since then either is still on
      * the crew's list or has had its fee charged.
       VERIFICA-ORDENS-CONTA.
            MOVE 'N' TO WS-RELIGACAO-PENDENTE.
            MOVE 'N' TO WS-RELIGACAO-COBRADA.
            MOVE 0 TO WS-ULT-CORTE.
            MOVE 'N' TO WS-EOF-SVCORDERS.
            OPEN INPUT SERVICE-ORDER-FILE.
            IF WS-FS-SVCORDERS NOT = "00"
                MOVE 'Y' TO WS-EOF-SVCORDERS
            END-IF
            PERFORM UNTIL WS-EOF-SVCORDERS = 'Y'
                READ SERVICE-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SVCORDERS
                    NOT AT END
                        IF SO-CONTA = CU-CONTA
                            IF SO-TIPO = 'D' AND SO-STATUS = 'E'
                                    AND SO-DATA-EMISSAO > WS-ULT-CORTE
                                MOVE SO-DATA-EMISSAO TO WS-ULT-CORTE
                                MOVE 'N' TO WS-RELIGACAO-COBRADA
                            END-IF
                            IF SO-TIPO = 'R'
                                    AND SO-DATA-EMISSAO >= WS-ULT-CORTE
                                MOVE 'S' TO WS-RELIGACAO-COBRADA
                                IF SO-STATUS = 'P'
                                    MOVE 'S' TO WS-RELIGACAO-PENDENTE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SVCORDERS = "10"
                CLOSE SERVICE-ORDER-FILE
            END-IF.

       GRAVA-ORDEM-RELIGACAO.
            OPEN EXTEND SERVICE-ORDER-FILE.
            IF WS-FS-SVCORDERS = "35"
                OPEN OUTPUT SERVICE-ORDER-FILE
            END-IF
            MOVE SPACES TO SERVICE-ORDER-RECORD.
            MOVE CU-CONTA TO SO-CONTA.
            MOVE 'R' TO SO-TIPO.
            MOVE WS-DATA-REF TO SO-DATA-EMISSAO.
            MOVE 'P' TO SO-STATUS.
            MOVE 0 TO SO-DATA-EXECUCAO.
            IF WS-RELIGACAO-COBRADA = 'S' OR WS-TAXA-RELIGACAO = 0
                MOVE 0 TO SO-TAXA
                MOVE 'S' TO SO-FATURADA
            ELSE
                MOVE WS-TAXA-RELIGACAO TO SO-TAXA
                MOVE 'N' TO SO-FATURADA
            END-IF
            WRITE SERVICE-ORDER-RECORD.
            CLOSE SERVICE-ORDER-FILE.
            ADD 1 TO WS-QTD-RELIGACOES.
            DISPLAY "DEBITO QUITADO - RELIGACAO EMITIDA PARA CONTA "
      -         CU-CONTA.

       RELATORIO-INADIMPLENCIA.
            PERFORM CARREGA-FATURAS.
            OPEN OUTPUT DELINQUENCY-REPORT-FILE.
                    UNTIL WS-FAT-SUB > WS-FAT-TOTAL-REGS
                IF WS-FAT-STATUS(WS-FAT-SUB) NOT = 'Q'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'R'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'W'
                    MOVE 'E' TO WS-DS-FUNCAO
                    MOVE WS-DATA-REF TO WS-DS-DATA
                    MOVE WS-FAT-VENC(WS-FAT-SUB) TO WS-DS-DATA-2

       COPY "bizproc.cpy".

       COPY "dutyproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM PAYPOST.
