      ******************************************************************
      * Author:
      * Date:
      * Purpose: the vacation payment that used to be worked out by
      *          hand after LEAVEMGR approved the leave. Picks up
      *          every approved LEAVEREQ ferias request starting
      *          between the business date and the end of the
      *          window keyed (thirty days when left at zero) - or
      *          earlier in the current month and still unpaid,
      *          reported as late - that is not on VACREG yet. The
      *          pay is the days at the RATEHIST hourly rate in
      *          force on the start date times 220 hours over
      *          thirty, plus the employee's daily overtime average
      *          off the worked PAYROLL days times the days, plus
      *          the constitutional one-third over both; INSS and
      *          IRRF come off by the DEDRATES brackets with the
      *          dependents allowance, as in PAYCLOSE. The payment
      *          date is two days before the leave starts, never
      *          before the run. A request with no rate on RATEHIST
      *          is held back. Writes the VACREG register PAYCLOSE
      *          and GLPOST read, PAYROLLVAC in the PAYROLL payment
      *          layout BANKREMIT remits, and the VACRCPT receipts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEAVEREQ.
           SELECT PAYROLL-REPORT-FILE ASSIGN TO "PAYROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYROLL.
           SELECT PAY-RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATEHIST.
           SELECT DEDUCTION-RATES-FILE ASSIGN TO "DEDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDRATES.
           SELECT DEPENDENTS-FILE ASSIGN TO "DEPENDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT VACATION-PAY-FILE ASSIGN TO "VACREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VACREG.
           SELECT VACATION-REMIT-FILE ASSIGN TO "PAYROLLVAC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VACATION-RECEIPT-FILE ASSIGN TO "VACRCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY "leavereq.cpy".

       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-RECORD.
           05 PR-EMP-ID               PIC X(10).
           05 PR-DELIM-1              PIC X(1).
           05 PR-MINUTOS-TRABALHADOS  PIC 9(4).
           05 PR-DELIM-2              PIC X(1).
           05 PR-VALOR-A-PAGAR        PIC 9(6)V99.
           05 PR-DELIM-3              PIC X(1).
           05 PR-NOME                 PIC X(10).
           05 PR-DELIM-4              PIC X(1).
           05 PR-DEPARTAMENTO         PIC X(10).
           05 PR-DELIM-5              PIC X(1).
           05 PR-VALOR-NORMAL         PIC 9(6)V99.
           05 PR-DELIM-6              PIC X(1).
           05 PR-VALOR-EXTRA          PIC 9(6)V99.
           05 PR-DELIM-7              PIC X(1).
           05 PR-VALOR-NOTURNO        PIC 9(6)V99.
           05 PR-DELIM-8              PIC X(1).
           05 PR-DIA                  PIC 9(2).
           05 PR-DELIM-9              PIC X(1).
           05 PR-CODIGO-AUSENCIA      PIC X(1).

       01  PAYROLL-REPORT-CONTROLE    PIC X(80).

       FD  PAY-RATE-HISTORY-FILE.
           COPY "ratehist.cpy".

       FD  DEDUCTION-RATES-FILE.
       01  DEDUCTION-RATES-RECORD.
           05 DD-TIPO               PIC X(4).
           05 DD-DELIM-1            PIC X(1).
           05 DD-LIMITE             PIC 9(6)V99.
           05 DD-DELIM-2            PIC X(1).
           05 DD-TAXA               PIC 9V9999.

       FD  DEPENDENTS-FILE.
           COPY "depend.cpy".

       FD  VACATION-PAY-FILE.
           COPY "vacpay.cpy".

      * Same layout the punch run writes and BANKREMIT reads, so
      * the vacation pay remits through the ordinary bank run.
       FD  VACATION-REMIT-FILE.
       01  VACATION-REMIT-RECORD.
           05 VR-EMP-ID               PIC X(10).
           05 VR-DELIM-1              PIC X(1).
           05 VR-MINUTOS-TRABALHADOS  PIC 9(4).
           05 VR-DELIM-2              PIC X(1).
           05 VR-VALOR-A-PAGAR        PIC 9(6)V99.

       FD  VACATION-RECEIPT-FILE.
       01  VACATION-RECEIPT-RECORD  PIC X(70).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-LEAVEREQ PIC X(2).
           77 WS-FS-PAYROLL PIC X(2).
           77 WS-FS-RATEHIST PIC X(2).
           77 WS-FS-DEDRATES PIC X(2).
           77 WS-FS-DEPENDENTS PIC X(2).
           77 WS-FS-VACREG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-JANELA PIC 9(3).
           77 WS-DATA-LIMITE PIC 9(8).
           01 WS-TABELA-PEDIDOS.
               05 WS-PED-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-PED-IX.
                   10 WS-PED-EMP        PIC X(10).
                   10 WS-PED-INICIO     PIC 9(8).
                   10 WS-PED-DIAS       PIC 9(3).
           77 WS-PED-TOTAL PIC 9(3) VALUE 0.
           77 WS-PED-SUB PIC 9(3).
           01 WS-TABELA-PAGAS.
               05 WS-PAG-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-PAG-IX.
                   10 WS-PAG-EMP        PIC X(10).
                   10 WS-PAG-INICIO     PIC 9(8).
           77 WS-PAG-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAG-SUB PIC 9(3).
           77 WS-PAG-ACHOU PIC X(1).
           77 WS-PAG-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-EXTRAS.
               05 WS-EXT-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-EXT-IX.
                   10 WS-EXT-EMP        PIC X(10).
                   10 WS-EXT-DIAS       PIC 9(3).
                   10 WS-EXT-VALOR      PIC 9(7)V99.
           77 WS-EXT-TOTAL PIC 9(3) VALUE 0.
           77 WS-EXT-SUB PIC 9(3).
           77 WS-EXT-ACHOU PIC X(1).
           01 WS-TABELA-INSS.
               05 WS-INSS-ENTRADA OCCURS 10 TIMES.
                   10 WS-INSS-LIMITE    PIC 9(6)V99.
                   10 WS-INSS-TAXA      PIC 9V9999.
           77 WS-INSS-TOTAL PIC 9(2) VALUE 0.
           01 WS-TABELA-IRRF.
               05 WS-IRRF-ENTRADA OCCURS 10 TIMES.
                   10 WS-IRRF-LIMITE    PIC 9(6)V99.
                   10 WS-IRRF-TAXA      PIC 9V9999.
           77 WS-IRRF-TOTAL PIC 9(2) VALUE 0.
           77 WS-FAIXA-SUB PIC 9(2).
           77 WS-VALOR-POR-DEP PIC 9(4)V99 VALUE 0.
           77 WS-QTD-DEPENDENTES PIC 9(2).
           77 WS-EMP-ATUAL PIC X(10).
           77 WS-DATA-INICIO PIC 9(8).
           77 WS-DATA-FIM PIC 9(8).
           77 WS-QTD-DIAS PIC 9(3).
           77 WS-DATA-PAGAMENTO PIC 9(8).
           77 WS-ATRASADO PIC X(1).
           77 WS-HORAS-MES PIC 9(3) VALUE 220.
           77 WS-VALOR-HORA PIC 9(3)V99.
           77 WS-DATA-HORA PIC 9(8).
           77 WS-SALARIO-MENSAL PIC 9(7)V99.
           77 WS-VALOR-FERIAS PIC 9(7)V99.
           77 WS-MEDIA-DIARIA PIC 9(5)V99.
           77 WS-MEDIA-EXTRAS PIC 9(7)V99.
           77 WS-TERCO PIC 9(7)V99.
           77 WS-BRUTO PIC 9(7)V99.
           77 WS-BASE-INSS PIC 9(7)V99.
           77 WS-BASE-IRRF PIC 9(7)V99.
           77 WS-TAXA-INSS PIC 9V9999.
           77 WS-TAXA-IRRF PIC 9V9999.
           77 WS-VALOR-INSS PIC 9(6)V99.
           77 WS-VALOR-IRRF PIC 9(6)V99.
           77 WS-LIQUIDO PIC 9(7)V99.
           77 WS-QTD-PAGAS PIC 9(4) VALUE 0.
           77 WS-QTD-JA-PAGAS PIC 9(4) VALUE 0.
           77 WS-QTD-RETIDAS PIC 9(4) VALUE 0.
           77 WS-QTD-ATRASADAS PIC 9(4) VALUE 0.
           77 WS-TOTAL-LIQUIDO PIC 9(9)V99 VALUE 0.
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-ROTULO PIC X(40).
           77 WS-VALOR-LINHA PIC 9(7)V99.
           77 WS-LINHA PIC X(70).
           COPY "currency.cpy".
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "VACPAY".

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
            DISPLAY "DIGITE A JANELA EM DIAS (0 = 30 DIAS):"
            ACCEPT WS-JANELA
            IF WS-JANELA = 0
                MOVE 30 TO WS-JANELA
            END-IF
            MOVE 'J' TO WS-DS-FUNCAO
            MOVE WS-DATA-REF TO WS-DS-DATA
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS
            ADD WS-JANELA TO WS-DS-DIAS
            MOVE 'D' TO WS-DS-FUNCAO
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS
            MOVE WS-DS-DATA TO WS-DATA-LIMITE
            PERFORM CARREGA-TAXAS-DEDUCAO
            PERFORM CARREGA-FERIAS-PAGAS
            PERFORM CARREGA-PEDIDOS
            EVALUATE TRUE
             WHEN WS-PAG-ESTOUROU = 'S'
                DISPLAY "VACREG EXCEDE 500 FERIAS ATE " WS-DATA-LIMITE
      -             " - PAGAMENTO RECUSADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-PED-TOTAL = 0
                DISPLAY "NENHUMA FERIAS APROVADA ATE " WS-DATA-LIMITE
      -             " - NADA A PAGAR"
             WHEN OTHER
                PERFORM CARREGA-MEDIA-EXTRAS
                PERFORM CALCULA-FERIAS
            END-EVALUATE
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "FERIAS ATE " WS-DATA-LIMITE
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

       CARREGA-TAXAS-DEDUCAO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DEDUCTION-RATES-FILE.
            IF WS-FS-DEDRATES NOT = "00"
                DISPLAY "DEDRATES NAO ENCONTRADO - SEM DESCONTOS"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DEDUCTION-RATES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DD-TIPO = "INSS" AND WS-INSS-TOTAL < 10
                            ADD 1 TO WS-INSS-TOTAL
                            MOVE DD-LIMITE TO
                                WS-INSS-LIMITE(WS-INSS-TOTAL)
                            MOVE DD-TAXA TO
                                WS-INSS-TAXA(WS-INSS-TOTAL)
                        END-IF
                        IF DD-TIPO = "IRRF" AND WS-IRRF-TOTAL < 10
                            ADD 1 TO WS-IRRF-TOTAL
                            MOVE DD-LIMITE TO
                                WS-IRRF-LIMITE(WS-IRRF-TOTAL)
                            MOVE DD-TAXA TO
                                WS-IRRF-TAXA(WS-IRRF-TOTAL)
                        END-IF
                        IF DD-TIPO = "DEPD"
                            MOVE DD-LIMITE TO WS-VALOR-POR-DEP
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DEDRATES = "10"
                CLOSE DEDUCTION-RATES-FILE
            END-IF.

      * Vacations already on VACREG, so a rerun inside the same
      * window skips them instead of paying anyone twice. Only the
      * ones starting from the current month up to the window end
      * can match a request picked up below.
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
                        EVALUATE TRUE
                            WHEN VP-DATA-INICIO(1:6) <
                                    WS-DATA-REF(1:6)
                                    OR VP-DATA-INICIO > WS-DATA-LIMITE
                                CONTINUE
                            WHEN WS-PAG-TOTAL < 500
                                ADD 1 TO WS-PAG-TOTAL
                                MOVE VP-EMP-ID TO
                                    WS-PAG-EMP(WS-PAG-TOTAL)
                                MOVE VP-DATA-INICIO TO
                                    WS-PAG-INICIO(WS-PAG-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-PAG-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-VACREG = "10"
                CLOSE VACATION-PAY-FILE
            END-IF.

      * Approved ferias starting inside the window, plus any of the
      * current month that started already and was never paid -
      * those still go out, flagged late.
       CARREGA-PEDIDOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT LEAVE-REQUEST-FILE.
            IF WS-FS-LEAVEREQ NOT = "00"
                DISPLAY "LEAVEREQ NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ LEAVE-REQUEST-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF LV-TIPO = 'V' AND LV-STATUS = 'A'
                                AND LV-DATA-INICIO IS NUMERIC
                                AND LV-QTD-DIAS IS NUMERIC
                                AND LV-QTD-DIAS > 0
                                AND LV-DATA-INICIO <= WS-DATA-LIMITE
                                AND (LV-DATA-INICIO >= WS-DATA-REF
                                OR LV-DATA-INICIO(1:6) =
                                    WS-DATA-REF(1:6))
                            PERFORM GUARDA-PEDIDO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-LEAVEREQ = "10"
                CLOSE LEAVE-REQUEST-FILE
            END-IF.

       GUARDA-PEDIDO.
            MOVE 'N' TO WS-PAG-ACHOU.
            PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
                    UNTIL WS-PAG-SUB > WS-PAG-TOTAL
                    OR WS-PAG-ACHOU = 'S'
                IF WS-PAG-EMP(WS-PAG-SUB) = LV-EMP-ID
                        AND WS-PAG-INICIO(WS-PAG-SUB) = LV-DATA-INICIO
                    MOVE 'S' TO WS-PAG-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PAG-ACHOU = 'S'
                ADD 1 TO WS-QTD-JA-PAGAS
            ELSE
                IF WS-PED-TOTAL < 100
                    ADD 1 TO WS-PED-TOTAL
                    MOVE LV-EMP-ID TO WS-PED-EMP(WS-PED-TOTAL)
                    MOVE LV-DATA-INICIO TO WS-PED-INICIO(WS-PED-TOTAL)
                    MOVE LV-QTD-DIAS TO WS-PED-DIAS(WS-PED-TOTAL)
                ELSE
                    DISPLAY "MAIS DE 100 FERIAS NA JANELA - "
      -                 LV-EMP-ID " FICA PARA NOVA EXECUCAO"
                END-IF
            END-IF.

      * Overtime paid per worked day in the open PAYROLL: the
      * ferias, doenca and sem remuneracao days carry no overtime
      * and would only water the average down.
       CARREGA-MEDIA-EXTRAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAYROLL-REPORT-FILE.
            IF WS-FS-PAYROLL NOT = "00"
                DISPLAY "PAYROLL NAO ENCONTRADO - SEM MEDIA DE EXTRAS"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAYROLL-REPORT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PAYROLL-REPORT-CONTROLE(1:4) NOT = "HDR "
                                AND PAYROLL-REPORT-CONTROLE(1:4)
                                    NOT = "TRL "
                                AND PR-EMP-ID NOT = "*TOTAL*"
                                AND PR-CODIGO-AUSENCIA = SPACE
                            PERFORM ACUMULA-EXTRAS
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYROLL = "10"
                CLOSE PAYROLL-REPORT-FILE
            END-IF.

       ACUMULA-EXTRAS.
            MOVE 'N' TO WS-EXT-ACHOU.
            PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                    UNTIL WS-EXT-SUB > WS-EXT-TOTAL
                    OR WS-EXT-ACHOU = 'S'
                IF WS-EXT-EMP(WS-EXT-SUB) = PR-EMP-ID
                    MOVE 'S' TO WS-EXT-ACHOU
                    SUBTRACT 1 FROM WS-EXT-SUB
                END-IF
            END-PERFORM.
            IF WS-EXT-ACHOU = 'N'
                IF WS-EXT-TOTAL < 200
                    ADD 1 TO WS-EXT-TOTAL
                    MOVE WS-EXT-TOTAL TO WS-EXT-SUB
                    MOVE PR-EMP-ID TO WS-EXT-EMP(WS-EXT-SUB)
                    MOVE 0 TO WS-EXT-DIAS(WS-EXT-SUB)
                    MOVE 0 TO WS-EXT-VALOR(WS-EXT-SUB)
                ELSE
                    MOVE 0 TO WS-EXT-SUB
                END-IF
            END-IF
            IF WS-EXT-SUB > 0
                ADD 1 TO WS-EXT-DIAS(WS-EXT-SUB)
                IF PR-VALOR-EXTRA IS NUMERIC
                    ADD PR-VALOR-EXTRA TO WS-EXT-VALOR(WS-EXT-SUB)
                END-IF
            END-IF.

       CALCULA-FERIAS.
            OPEN EXTEND VACATION-PAY-FILE.
            IF WS-FS-VACREG = "35"
                OPEN OUTPUT VACATION-PAY-FILE
            END-IF
            OPEN OUTPUT VACATION-REMIT-FILE.
            OPEN OUTPUT VACATION-RECEIPT-FILE.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                PERFORM PROCESSA-PEDIDO
            END-PERFORM.
            CLOSE VACATION-PAY-FILE.
            CLOSE VACATION-REMIT-FILE.
            CLOSE VACATION-RECEIPT-FILE.
            DISPLAY "FERIAS PAGAS: " WS-QTD-PAGAS.
            DISPLAY "PAGAS EM ATRASO: " WS-QTD-ATRASADAS.
            DISPLAY "JA PAGAS ANTES: " WS-QTD-JA-PAGAS.
            DISPLAY "RETIDAS SEM TAXA EM RATEHIST: " WS-QTD-RETIDAS.
            DISPLAY "TOTAL LIQUIDO DAS FERIAS: " WS-TOTAL-LIQUIDO.

       PROCESSA-PEDIDO.
            MOVE WS-PED-EMP(WS-PED-SUB) TO WS-EMP-ATUAL.
            MOVE WS-PED-INICIO(WS-PED-SUB) TO WS-DATA-INICIO.
            MOVE WS-PED-DIAS(WS-PED-SUB) TO WS-QTD-DIAS.
            PERFORM BUSCA-VALOR-HORA.
            IF WS-VALOR-HORA = 0
                DISPLAY "SEM TAXA EM RATEHIST PARA " WS-EMP-ATUAL
      -             " EM " WS-DATA-INICIO " - FERIAS RETIDAS"
                ADD 1 TO WS-QTD-RETIDAS
            ELSE
                PERFORM CALCULA-DATAS
                PERFORM CALCULA-VALORES
                PERFORM CALCULA-DESCONTOS
                PERFORM GRAVA-FERIAS
                PERFORM IMPRIME-RECIBO
                ADD 1 TO WS-QTD-PAGAS
            END-IF.

      * The rate in force on the first day of the leave: the latest
      * RATEHIST entry effective on or before it.
       BUSCA-VALOR-HORA.
            MOVE 0 TO WS-VALOR-HORA.
            MOVE 0 TO WS-DATA-HORA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-RATE-HISTORY-FILE.
            IF WS-FS-RATEHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-RATE-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PH-EMP-ID = WS-EMP-ATUAL
                                AND PH-DATA-EFETIVA <= WS-DATA-INICIO
                                AND PH-DATA-EFETIVA >= WS-DATA-HORA
                            MOVE PH-DATA-EFETIVA TO WS-DATA-HORA
                            MOVE PH-VALOR-HORA TO WS-VALOR-HORA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-RATEHIST = "10"
                CLOSE PAY-RATE-HISTORY-FILE
            END-IF.

      * Last day of the leave, and the payment date two days
      * before the first - or the run date, when that is gone.
       CALCULA-DATAS.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-INICIO TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            COMPUTE WS-DS-DIAS = WS-DS-DIAS + WS-QTD-DIAS - 1.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-FIM.
            COMPUTE WS-DS-DIAS = WS-DS-DIAS - WS-QTD-DIAS - 1.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-PAGAMENTO.
            MOVE 'N' TO WS-ATRASADO.
            IF WS-DATA-PAGAMENTO < WS-DATA-REF
                MOVE WS-DATA-REF TO WS-DATA-PAGAMENTO
                MOVE 'S' TO WS-ATRASADO
                ADD 1 TO WS-QTD-ATRASADAS
                DISPLAY "FERIAS DE " WS-EMP-ATUAL " INICIO "
      -             WS-DATA-INICIO " PAGAS FORA DO PRAZO"
            END-IF.

      * Thirty days make the month's 220 hours; the overtime
      * average follows the days taken, and the one-third bonus
      * is over both.
       CALCULA-VALORES.
            COMPUTE WS-SALARIO-MENSAL ROUNDED =
                WS-VALOR-HORA * WS-HORAS-MES.
            COMPUTE WS-VALOR-FERIAS ROUNDED =
                (WS-SALARIO-MENSAL * WS-QTD-DIAS) / 30.
            MOVE 0 TO WS-MEDIA-DIARIA.
            PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                    UNTIL WS-EXT-SUB > WS-EXT-TOTAL
                IF WS-EXT-EMP(WS-EXT-SUB) = WS-EMP-ATUAL
                        AND WS-EXT-DIAS(WS-EXT-SUB) > 0
                    COMPUTE WS-MEDIA-DIARIA ROUNDED =
                        WS-EXT-VALOR(WS-EXT-SUB)
                            / WS-EXT-DIAS(WS-EXT-SUB)
                END-IF
            END-PERFORM.
            COMPUTE WS-MEDIA-EXTRAS ROUNDED =
                WS-MEDIA-DIARIA * WS-QTD-DIAS.
            COMPUTE WS-TERCO ROUNDED =
                (WS-VALOR-FERIAS + WS-MEDIA-EXTRAS) / 3.
            COMPUTE WS-BRUTO =
                WS-VALOR-FERIAS + WS-MEDIA-EXTRAS + WS-TERCO.

      * Same bases as the monthly close: INSS on the gross, IRRF
      * on the gross less the dependents allowance.
       CALCULA-DESCONTOS.
            PERFORM CONTA-DEPENDENTES.
            MOVE WS-BRUTO TO WS-BASE-INSS.
            COMPUTE WS-BASE-IRRF =
                WS-BRUTO - (WS-QTD-DEPENDENTES * WS-VALOR-POR-DEP).
            IF WS-BRUTO < (WS-QTD-DEPENDENTES * WS-VALOR-POR-DEP)
                MOVE 0 TO WS-BASE-IRRF
            END-IF
            PERFORM DETERMINA-TAXAS.
            COMPUTE WS-VALOR-INSS ROUNDED =
                WS-BASE-INSS * WS-TAXA-INSS.
            COMPUTE WS-VALOR-IRRF ROUNDED =
                WS-BASE-IRRF * WS-TAXA-IRRF.
            COMPUTE WS-LIQUIDO =
                WS-BRUTO - WS-VALOR-INSS - WS-VALOR-IRRF.

       CONTA-DEPENDENTES.
            MOVE 0 TO WS-QTD-DEPENDENTES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DEPENDENTS-FILE.
            IF WS-FS-DEPENDENTS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DEPENDENTS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DT-EMP-ID = WS-EMP-ATUAL
                                AND WS-QTD-DEPENDENTES < 99
                            ADD 1 TO WS-QTD-DEPENDENTES
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DEPENDENTS = "10"
                CLOSE DEPENDENTS-FILE
            END-IF.

      * Same bracket rule as the monthly close: the first limit
      * covering the base sets the rate for the whole base.
       DETERMINA-TAXAS.
            MOVE 0 TO WS-TAXA-INSS.
            IF WS-INSS-TOTAL > 0
                MOVE WS-INSS-TAXA(WS-INSS-TOTAL) TO WS-TAXA-INSS
                PERFORM VARYING WS-FAIXA-SUB FROM WS-INSS-TOTAL
                        BY -1 UNTIL WS-FAIXA-SUB < 1
                    IF WS-BASE-INSS <=
                            WS-INSS-LIMITE(WS-FAIXA-SUB)
                        MOVE WS-INSS-TAXA(WS-FAIXA-SUB)
                            TO WS-TAXA-INSS
                    END-IF
                END-PERFORM
            END-IF
            MOVE 0 TO WS-TAXA-IRRF.
            IF WS-IRRF-TOTAL > 0
                MOVE WS-IRRF-TAXA(WS-IRRF-TOTAL) TO WS-TAXA-IRRF
                PERFORM VARYING WS-FAIXA-SUB FROM WS-IRRF-TOTAL
                        BY -1 UNTIL WS-FAIXA-SUB < 1
                    IF WS-BASE-IRRF <=
                            WS-IRRF-LIMITE(WS-FAIXA-SUB)
                        MOVE WS-IRRF-TAXA(WS-FAIXA-SUB)
                            TO WS-TAXA-IRRF
                    END-IF
                END-PERFORM
            END-IF.

       GRAVA-FERIAS.
            MOVE SPACES TO VACATION-PAY-RECORD.
            MOVE WS-EMP-ATUAL TO VP-EMP-ID.
            MOVE WS-DATA-INICIO TO VP-DATA-INICIO.
            MOVE WS-DATA-FIM TO VP-DATA-FIM.
            MOVE WS-QTD-DIAS TO VP-QTD-DIAS.
            MOVE WS-DATA-PAGAMENTO TO VP-DATA-PAGAMENTO.
            MOVE WS-VALOR-FERIAS TO VP-VALOR-FERIAS.
            MOVE WS-MEDIA-EXTRAS TO VP-MEDIA-EXTRAS.
            MOVE WS-TERCO TO VP-TERCO.
            MOVE WS-BRUTO TO VP-BRUTO.
            MOVE WS-VALOR-INSS TO VP-INSS.
            MOVE WS-VALOR-IRRF TO VP-IRRF.
            MOVE WS-LIQUIDO TO VP-LIQUIDO.
            MOVE WS-DATA-REF TO VP-DATA-CALCULO.
            WRITE VACATION-PAY-RECORD.
            MOVE SPACES TO VACATION-REMIT-RECORD.
            MOVE WS-EMP-ATUAL TO VR-EMP-ID.
            MOVE 0 TO VR-MINUTOS-TRABALHADOS.
            MOVE WS-LIQUIDO TO VR-VALOR-A-PAGAR.
            WRITE VACATION-REMIT-RECORD.
            ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO.

       IMPRIME-RECIBO.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "RECIBO DE FERIAS " WS-EMP-ATUAL
                " DE " WS-DATA-INICIO " A " WS-DATA-FIM
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "DIAS " WS-QTD-DIAS
                " PAGAMENTO EM " WS-DATA-PAGAMENTO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-ROTULO.
            STRING "FERIAS (" WS-QTD-DIAS " DIAS)"
                DELIMITED BY SIZE INTO WS-ROTULO.
            MOVE WS-VALOR-FERIAS TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "MEDIA DE HORAS EXTRAS" TO WS-ROTULO.
            MOVE WS-MEDIA-EXTRAS TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO WS-ROTULO.
            MOVE WS-TERCO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "TOTAL BRUTO" TO WS-ROTULO.
            MOVE WS-BRUTO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "(-) INSS" TO WS-ROTULO.
            MOVE WS-VALOR-INSS TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "(-) IRRF" TO WS-ROTULO.
            MOVE WS-VALOR-IRRF TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "LIQUIDO A RECEBER" TO WS-ROTULO.
            MOVE WS-LIQUIDO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            IF WS-ATRASADO = 'S'
                MOVE "PAGAMENTO FORA DO PRAZO LEGAL DE DOIS DIAS"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

       GRAVA-LINHA-VALOR.
            MOVE WS-VALOR-LINHA TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING WS-ROTULO " " CUR-VALOR-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO VACATION-RECEIPT-RECORD.
            WRITE VACATION-RECEIPT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM VACPAY.
