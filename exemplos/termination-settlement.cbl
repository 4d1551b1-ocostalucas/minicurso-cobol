      ******************************************************************
      * Author:
      * Date:
      * Purpose: the termination settlement (rescisao) that used to
      *          be worked out on a spreadsheet. For each EMPMOVES
      *          termination effective in the month keyed (AAAAMM)
      *          and not settled yet it computes: the balance of
      *          salary for the days worked in the termination
      *          month, off the open PAYROLL; notice pay by the
      *          termination reason - 'S' sem justa causa thirty
      *          days plus three per full year of service up to
      *          ninety, 'A' acordo half of that, 'J' justa causa
      *          and 'P' pedido de demissao none; the proportional
      *          13th off the REGARCH/PAYREG history by YEND13's
      *          fifteen-day rule ('J' forfeits it); the unused and
      *          proportional vacation days off LEAVEBAL plus the
      *          one-third bonus ('J' keeps only the complete
      *          thirty-day periods); INSS/IRRF by the DEDRATES
      *          brackets, the 13th taxed apart as YEND13 does and
      *          the indemnified vacation exempt; and the whole
      *          outstanding ADVANCES balance, never more than one
      *          month's salary. The salary reference is the
      *          average gross of the last twelve closed months
      *          with fifteen or more worked days, or the RATEHIST
      *          hourly rate times 220 hours when there is none.
      *          An employee missing from LEAVEBAL is held back
      *          rather than settled without vacation. Writes the
      *          SETTLEREG register GLPOST posts, PAYROLLRES in the
      *          PAYROLL payment layout BANKREMIT remits, and the
      *          SETTLESTMT settlement statements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MOVES-FILE ASSIGN TO "EMPMOVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMOVES.
           SELECT PAYROLL-REPORT-FILE ASSIGN TO "PAYROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYROLL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREG.
           SELECT PAY-REGISTER-ARCH-FILE ASSIGN TO "REGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGARCH.
           SELECT PAY-RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATEHIST.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEAVEBAL.
           SELECT DEDUCTION-RATES-FILE ASSIGN TO "DEDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDRATES.
           SELECT DEPENDENTS-FILE ASSIGN TO "DEPENDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPENDENTS.
           SELECT ADVANCES-FILE ASSIGN TO "ADVANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADVANCES.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SETTLEREG.
           SELECT SETTLE-PAY-FILE ASSIGN TO "PAYROLLRES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SETTLE-STMT-FILE ASSIGN TO "SETTLESTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MOVES-FILE.
       01  EMPLOYEE-MOVES-RECORD.
           05 MV-DATA-APLICACAO     PIC 9(8).
           05 MV-DELIM-1            PIC X(1).
           05 MV-TIPO               PIC X(1).
           05 MV-DELIM-2            PIC X(1).
           05 MV-ID                 PIC X(10).
           05 MV-DELIM-3            PIC X(1).
           05 MV-DEPARTAMENTO       PIC X(10).
           05 MV-DELIM-4            PIC X(1).
           05 MV-DATA-EFETIVA       PIC 9(8).
           05 MV-DELIM-5            PIC X(1).
           05 MV-MOTIVO             PIC X(1).

       FD  PAYROLL-REPORT-FILE.
       01  PAYROLL-REPORT-RECORD.
           05 PR-EMP-ID               PIC X(10).
           05 PR-DELIM-1              PIC X(1).
           05 PR-MINUTOS-TRABALHADOS  PIC 9(4).
           05 PR-DELIM-2              PIC X(1).
           05 PR-VALOR-A-PAGAR        PIC 9(6)V99.

       01  PAYROLL-REPORT-CONTROLE    PIC X(80).

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

       FD  PAY-REGISTER-ARCH-FILE.
       01  PAY-REGISTER-ARCH-RECORD.
           05 RA-EMP-ID             PIC X(10).
           05 RA-DELIM-1            PIC X(1).
           05 RA-BRUTO              PIC 9(7)V99.
           05 RA-DELIM-2            PIC X(1).
           05 RA-INSS               PIC 9(6)V99.
           05 RA-DELIM-3            PIC X(1).
           05 RA-IRRF               PIC 9(6)V99.
           05 RA-DELIM-4            PIC X(1).
           05 RA-LIQUIDO            PIC 9(7)V99.
           05 RA-DELIM-5            PIC X(1).
           05 RA-COMPETENCIA        PIC 9(6).
           05 RA-DELIM-6            PIC X(1).
           05 RA-DIAS-TRABALHADOS   PIC 9(2).

       FD  PAY-RATE-HISTORY-FILE.
           COPY "ratehist.cpy".

      * One line of the LEAVEMGR balance report, read back by
      * column; the title line fails the numeric tests and drops.
       FD  LEAVE-BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD.
           05 LB-EMP-ID             PIC X(10).
           05 FILLER                PIC X(1).
           05 LB-NOME               PIC X(10).
           05 FILLER                PIC X(8).
           05 LB-GANHOS             PIC 9(3).
           05 FILLER                PIC X(9).
           05 LB-GOZADOS            PIC 9(3).
           05 FILLER                PIC X(7).
           05 LB-SALDO              PIC S9(3).
           05 FILLER                PIC X(26).

       FD  DEDUCTION-RATES-FILE.
       01  DEDUCTION-RATES-RECORD.
           05 DD-TIPO               PIC X(4).
           05 DD-DELIM-1            PIC X(1).
           05 DD-LIMITE             PIC 9(6)V99.
           05 DD-DELIM-2            PIC X(1).
           05 DD-TAXA               PIC 9V9999.

       FD  DEPENDENTS-FILE.
           COPY "depend.cpy".

       FD  ADVANCES-FILE.
           COPY "advance.cpy".

       FD  SETTLEMENT-FILE.
           COPY "settle.cpy".

      * Same layout the punch run writes and BANKREMIT reads, so
      * the settlement remits through the ordinary bank machinery.
       FD  SETTLE-PAY-FILE.
       01  SETTLE-PAY-RECORD.
           05 SP-EMP-ID               PIC X(10).
           05 SP-DELIM-1              PIC X(1).
           05 SP-MINUTOS-TRABALHADOS  PIC 9(4).
           05 SP-DELIM-2              PIC X(1).
           05 SP-VALOR-A-PAGAR        PIC 9(6)V99.

       FD  SETTLE-STMT-FILE.
       01  SETTLE-STMT-RECORD       PIC X(70).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-EMPMOVES PIC X(2).
           77 WS-FS-PAYROLL PIC X(2).
           77 WS-FS-PAYREG PIC X(2).
           77 WS-FS-REGARCH PIC X(2).
           77 WS-FS-RATEHIST PIC X(2).
           77 WS-FS-LEAVEBAL PIC X(2).
           77 WS-FS-DEDRATES PIC X(2).
           77 WS-FS-DEPENDENTS PIC X(2).
           77 WS-FS-ADVANCES PIC X(2).
           77 WS-FS-SETTLEREG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-ANO-MES PIC 9(6).
           01 WS-TABELA-DESLIGAMENTOS.
               05 WS-DSL-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-DSL-IX.
                   10 WS-DSL-EMP        PIC X(10).
                   10 WS-DSL-DATA       PIC 9(8).
                   10 WS-DSL-MOTIVO     PIC X(1).
           77 WS-DSL-TOTAL PIC 9(3) VALUE 0.
           77 WS-DSL-SUB PIC 9(3).
           01 WS-TABELA-ADMISSOES.
               05 WS-ADM-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-ADM-IX.
                   10 WS-ADM-EMP        PIC X(10).
                   10 WS-ADM-DATA       PIC 9(8).
           77 WS-ADM-TOTAL PIC 9(3) VALUE 0.
           77 WS-ADM-SUB PIC 9(3).
           77 WS-ADM-ACHOU PIC X(1).
           77 WS-ADM-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ADM-DATA-MOV PIC 9(8).
           01 WS-TABELA-QUITADAS.
               05 WS-QUI-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-QUI-IX.
                   10 WS-QUI-EMP        PIC X(10).
                   10 WS-QUI-DATA       PIC 9(8).
           77 WS-QUI-TOTAL PIC 9(3) VALUE 0.
           77 WS-QUI-SUB PIC 9(3).
           77 WS-QUI-ACHOU PIC X(1).
           77 WS-QUI-ESTOUROU PIC X(1) VALUE 'N'.
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
           01 WS-TABELA-ADIANTAMENTOS.
               05 WS-ADI-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-ADI-IX.
                   10 WS-ADI-EMP        PIC X(10).
                   10 WS-ADI-DATA       PIC 9(8).
                   10 WS-ADI-PRINCIPAL  PIC 9(6)V99.
                   10 WS-ADI-PARCELA    PIC 9(6)V99.
                   10 WS-ADI-SALDO      PIC 9(6)V99.
                   10 WS-ADI-STATUS     PIC X(1).
                   10 WS-ADI-ORIGEM     PIC X(1).
           77 WS-ADI-TOTAL PIC 9(3) VALUE 0.
           77 WS-ADI-SUB PIC 9(3).
           77 WS-ADI-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-ADI-PENDENTE PIC X(1).
           77 WS-PARCELA-DEVIDA PIC 9(6)V99.
           77 WS-LIMITE-DESCONTO PIC 9(7)V99.
           77 WS-EMP-ATUAL PIC X(10).
           77 WS-DATA-DESLIG PIC 9(8).
           77 WS-MOTIVO PIC X(1).
           77 WS-COMP-DESLIG PIC 9(6).
           77 WS-COMP-INICIO PIC 9(6).
           77 WS-PRIMEIRA-COMP PIC 9(6).
           77 WS-REG-EMP PIC X(10).
           77 WS-REG-BRUTO PIC 9(7)V99.
           77 WS-REG-COMPETENCIA PIC X(6).
           77 WS-REG-DIAS PIC X(2).
           77 WS-REG-COMP-NUM PIC 9(6).
           77 WS-REG-DIAS-NUM PIC 9(2).
           77 WS-MES-FECHADO PIC X(1).
           77 WS-DIAS-MES PIC 9(2).
           77 WS-SALDO-SALARIO PIC 9(7)V99.
           77 WS-MESES-ANO PIC 9(2).
           77 WS-SOMA-ANO PIC 9(9)V99.
           77 WS-MESES-12 PIC 9(2).
           77 WS-SOMA-12 PIC 9(9)V99.
           77 WS-HORAS-MES PIC 9(3) VALUE 220.
           77 WS-VALOR-HORA PIC 9(3)V99.
           77 WS-DATA-HORA PIC 9(8).
           77 WS-SALARIO-BASE PIC 9(7)V99.
           77 WS-DATA-ADMISSAO PIC 9(8).
           77 WS-ANOS-SERVICO PIC 9(2).
           77 WS-DIAS-AVISO PIC 9(3).
           77 WS-AVISO-PREVIO PIC 9(7)V99.
           77 WS-MESES-13 PIC 9(2).
           77 WS-MEDIA-13 PIC 9(7)V99.
           77 WS-DECIMO PIC 9(7)V99.
           77 WS-LB-ACHOU PIC X(1).
           77 WS-LB-SALDO PIC S9(3).
           77 WS-DIAS-FERIAS PIC 9(3).
           77 WS-PERIODOS-FERIAS PIC 9(2).
           77 WS-FERIAS PIC 9(7)V99.
           77 WS-TERCO-FERIAS PIC 9(7)V99.
           77 WS-BASE-MENSAL PIC 9(7)V99.
           77 WS-BASE-INSS PIC 9(7)V99.
           77 WS-BASE-IRRF PIC 9(7)V99.
           77 WS-TAXA-INSS PIC 9V9999.
           77 WS-TAXA-IRRF PIC 9V9999.
           77 WS-VALOR-INSS PIC 9(6)V99.
           77 WS-VALOR-IRRF PIC 9(6)V99.
           77 WS-BRUTO PIC 9(7)V99.
           77 WS-LIQUIDO PIC 9(7)V99.
           77 WS-VALOR-ADIANTAMENTO PIC 9(6)V99.
           77 WS-QTD-CALCULADAS PIC 9(4) VALUE 0.
           77 WS-QTD-JA-QUITADAS PIC 9(4) VALUE 0.
           77 WS-QTD-RETIDAS PIC 9(4) VALUE 0.
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "RESCISAO".

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
            DISPLAY "DIGITE O MES DOS DESLIGAMENTOS (AAAAMM):"
            ACCEPT WS-ANO-MES
            PERFORM CARREGA-TAXAS-DEDUCAO
            PERFORM CARREGA-RESCISOES-GRAVADAS
            PERFORM CARREGA-MOVIMENTOS
            PERFORM CARREGA-ADIANTAMENTOS
            EVALUATE TRUE
             WHEN WS-QUI-ESTOUROU = 'S'
                DISPLAY "SETTLEREG EXCEDE 500 RESCISOES EM " WS-ANO-MES
      -             " - CALCULO RECUSADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ADM-ESTOUROU = 'S'
                DISPLAY "EMPMOVES EXCEDE 500 EMPREGADOS ADMITIDOS -"
      -             " CALCULO RECUSADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-DSL-TOTAL = 0
                DISPLAY "NENHUM DESLIGAMENTO EFETIVO EM " WS-ANO-MES
      -             " - NADA A CALCULAR"
             WHEN OTHER
                PERFORM CALCULA-RESCISOES
            END-EVALUATE
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "RESCISOES " WS-ANO-MES
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

      * Settlements already on SETTLEREG, so a rerun for the same
      * month skips them instead of paying anyone twice. Only the
      * month keyed can match, so only its settlements are held.
       CARREGA-RESCISOES-GRAVADAS.
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
                        EVALUATE TRUE
                            WHEN SE-DATA-DESLIGAMENTO(1:6)
                                    NOT = WS-ANO-MES
                                CONTINUE
                            WHEN WS-QUI-TOTAL < 500
                                ADD 1 TO WS-QUI-TOTAL
                                MOVE SE-EMP-ID TO
                                    WS-QUI-EMP(WS-QUI-TOTAL)
                                MOVE SE-DATA-DESLIGAMENTO TO
                                    WS-QUI-DATA(WS-QUI-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-QUI-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-SETTLEREG = "10"
                CLOSE SETTLEMENT-FILE
            END-IF.

      * The month's terminations, and each employee's latest hire up
      * to that month for the admission date the notice pay counts
      * years from. Moves written before the effective date was
      * kept read back with spaces there: such a hire falls back to
      * the date it was applied, such a termination is too old to
      * settle here.
       CARREGA-MOVIMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MOVES-FILE.
            IF WS-FS-EMPMOVES NOT = "00"
                DISPLAY "EMPMOVES NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MOVES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM SEPARA-MOVIMENTO
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMOVES = "10"
                CLOSE EMPLOYEE-MOVES-FILE
            END-IF.

       SEPARA-MOVIMENTO.
            IF MV-TIPO = 'T' AND MV-DATA-EFETIVA IS NUMERIC
                    AND MV-DATA-EFETIVA(1:6) = WS-ANO-MES
                IF WS-DSL-TOTAL < 100
                    ADD 1 TO WS-DSL-TOTAL
                    MOVE MV-ID TO WS-DSL-EMP(WS-DSL-TOTAL)
                    MOVE MV-DATA-EFETIVA TO WS-DSL-DATA(WS-DSL-TOTAL)
                    MOVE MV-MOTIVO TO WS-DSL-MOTIVO(WS-DSL-TOTAL)
                    IF MV-MOTIVO = SPACE
                        MOVE 'S' TO WS-DSL-MOTIVO(WS-DSL-TOTAL)
                    END-IF
                ELSE
                    DISPLAY "MAIS DE 100 DESLIGAMENTOS NO MES - "
      -                 MV-ID " FICA PARA NOVA EXECUCAO"
                END-IF
            END-IF
            IF MV-TIPO = 'H'
                PERFORM GUARDA-ADMISSAO
            END-IF.

       GUARDA-ADMISSAO.
            IF MV-DATA-EFETIVA IS NUMERIC
                MOVE MV-DATA-EFETIVA TO WS-ADM-DATA-MOV
            ELSE
                MOVE MV-DATA-APLICACAO TO WS-ADM-DATA-MOV
            END-IF.
            MOVE 'N' TO WS-ADM-ACHOU.
            PERFORM VARYING WS-ADM-SUB FROM 1 BY 1
                    UNTIL WS-ADM-SUB > WS-ADM-TOTAL
                    OR WS-ADM-ACHOU = 'S'
                IF WS-ADM-EMP(WS-ADM-SUB) = MV-ID
                    MOVE 'S' TO WS-ADM-ACHOU
                    SUBTRACT 1 FROM WS-ADM-SUB
                END-IF
            END-PERFORM.
            EVALUATE TRUE
             WHEN WS-ADM-DATA-MOV(1:6) > WS-ANO-MES
                CONTINUE
             WHEN WS-ADM-ACHOU = 'S'
                IF WS-ADM-DATA-MOV > WS-ADM-DATA(WS-ADM-SUB)
                    MOVE WS-ADM-DATA-MOV TO WS-ADM-DATA(WS-ADM-SUB)
                END-IF
             WHEN WS-ADM-TOTAL < 500
                ADD 1 TO WS-ADM-TOTAL
                MOVE MV-ID TO WS-ADM-EMP(WS-ADM-TOTAL)
                MOVE WS-ADM-DATA-MOV TO WS-ADM-DATA(WS-ADM-TOTAL)
             WHEN OTHER
                MOVE 'S' TO WS-ADM-ESTOUROU
            END-EVALUATE.

       CARREGA-ADIANTAMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ADVANCES-FILE.
            IF WS-FS-ADVANCES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ADVANCES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-ADI-TOTAL < 100
                            ADD 1 TO WS-ADI-TOTAL
                            MOVE AD-EMP-ID TO
                                WS-ADI-EMP(WS-ADI-TOTAL)
                            MOVE AD-DATA-CONCESSAO TO
                                WS-ADI-DATA(WS-ADI-TOTAL)
                            MOVE AD-PRINCIPAL TO
                                WS-ADI-PRINCIPAL(WS-ADI-TOTAL)
                            MOVE AD-PARCELA TO
                                WS-ADI-PARCELA(WS-ADI-TOTAL)
                            MOVE AD-SALDO TO
                                WS-ADI-SALDO(WS-ADI-TOTAL)
                            MOVE AD-STATUS TO
                                WS-ADI-STATUS(WS-ADI-TOTAL)
                            MOVE AD-ORIGEM TO
                                WS-ADI-ORIGEM(WS-ADI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ADVANCES = "10"
                CLOSE ADVANCES-FILE
            END-IF.

       CALCULA-RESCISOES.
            OPEN EXTEND SETTLEMENT-FILE.
            IF WS-FS-SETTLEREG = "35"
                OPEN OUTPUT SETTLEMENT-FILE
            END-IF
            OPEN OUTPUT SETTLE-PAY-FILE.
            OPEN OUTPUT SETTLE-STMT-FILE.
            PERFORM VARYING WS-DSL-SUB FROM 1 BY 1
                    UNTIL WS-DSL-SUB > WS-DSL-TOTAL
                PERFORM PROCESSA-DESLIGAMENTO
            END-PERFORM.
            CLOSE SETTLEMENT-FILE.
            CLOSE SETTLE-PAY-FILE.
            CLOSE SETTLE-STMT-FILE.
            IF WS-ADI-ALTERADO = 'S'
                PERFORM REGRAVA-ADIANTAMENTOS
            END-IF
            DISPLAY "RESCISOES CALCULADAS: " WS-QTD-CALCULADAS.
            DISPLAY "JA CALCULADAS ANTES: " WS-QTD-JA-QUITADAS.
            DISPLAY "RETIDAS SEM SALDO DE FERIAS: " WS-QTD-RETIDAS.
            DISPLAY "TOTAL LIQUIDO DAS RESCISOES: " WS-TOTAL-LIQUIDO.

      * A termination missing from LEAVEBAL is held back: settling
      * it without the vacation owed is exactly the mistake the
      * labor court keeps finding. LEAVEMGR mode 3 lists everyone
      * terminated and not settled yet, so rerunning it and then
      * this run clears the hold.
       PROCESSA-DESLIGAMENTO.
            MOVE WS-DSL-EMP(WS-DSL-SUB) TO WS-EMP-ATUAL.
            MOVE WS-DSL-DATA(WS-DSL-SUB) TO WS-DATA-DESLIG.
            MOVE WS-DSL-MOTIVO(WS-DSL-SUB) TO WS-MOTIVO.
            PERFORM VERIFICA-JA-QUITADA.
            IF WS-QUI-ACHOU = 'S'
                DISPLAY "RESCISAO JA CALCULADA: " WS-EMP-ATUAL
      -             " - IGNORADA"
                ADD 1 TO WS-QTD-JA-QUITADAS
            ELSE
                PERFORM LOCALIZA-SALDO-FERIAS
                IF WS-LB-ACHOU = 'N'
                    DISPLAY "SEM SALDO DE FERIAS EM LEAVEBAL PARA "
      -                 WS-EMP-ATUAL " - RESCISAO RETIDA"
                    ADD 1 TO WS-QTD-RETIDAS
                ELSE
                    PERFORM CALCULA-UMA-RESCISAO
                END-IF
            END-IF.

       VERIFICA-JA-QUITADA.
            MOVE 'N' TO WS-QUI-ACHOU.
            PERFORM VARYING WS-QUI-SUB FROM 1 BY 1
                    UNTIL WS-QUI-SUB > WS-QUI-TOTAL
                    OR WS-QUI-ACHOU = 'S'
                IF WS-QUI-EMP(WS-QUI-SUB) = WS-EMP-ATUAL
                        AND WS-QUI-DATA(WS-QUI-SUB) = WS-DATA-DESLIG
                    MOVE 'S' TO WS-QUI-ACHOU
                END-IF
            END-PERFORM.

       LOCALIZA-SALDO-FERIAS.
            MOVE 'N' TO WS-LB-ACHOU.
            MOVE 0 TO WS-LB-SALDO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT LEAVE-BALANCE-FILE.
            IF WS-FS-LEAVEBAL NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ LEAVE-BALANCE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF LB-EMP-ID = WS-EMP-ATUAL
                                AND LB-GANHOS IS NUMERIC
                                AND LB-SALDO IS NUMERIC
                            MOVE 'S' TO WS-LB-ACHOU
                            MOVE LB-SALDO TO WS-LB-SALDO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-LEAVEBAL = "10"
                CLOSE LEAVE-BALANCE-FILE
            END-IF.

       CALCULA-UMA-RESCISAO.
            PERFORM APURA-HISTORICO-FOLHA.
            PERFORM APURA-SALDO-SALARIO.
            PERFORM DETERMINA-SALARIO-BASE.
            PERFORM CALCULA-AVISO-PREVIO.
            PERFORM CALCULA-DECIMO-PROPORCIONAL.
            PERFORM CALCULA-FERIAS.
            PERFORM CALCULA-DESCONTOS.
            PERFORM DESCONTA-ADIANTAMENTOS.
            PERFORM GRAVA-RESCISAO.
            PERFORM IMPRIME-TERMO.
            ADD 1 TO WS-QTD-CALCULADAS.

      * The closed registers of the employee: months of the
      * termination year with fifteen or more worked days feed the
      * 13th exactly as in YEND13, and the last twelve closed
      * months before the termination month give the salary the
      * notice and vacation are valued at. A register already
      * closed for the termination month means PAYCLOSE has paid
      * those days.
       APURA-HISTORICO-FOLHA.
            MOVE WS-DATA-DESLIG(1:6) TO WS-COMP-DESLIG.
            COMPUTE WS-COMP-INICIO = WS-COMP-DESLIG - 100.
            MOVE 999999 TO WS-PRIMEIRA-COMP.
            MOVE 'N' TO WS-MES-FECHADO.
            MOVE 0 TO WS-MESES-ANO.
            MOVE 0 TO WS-SOMA-ANO.
            MOVE 0 TO WS-MESES-12.
            MOVE 0 TO WS-SOMA-12.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-ARCH-FILE.
            IF WS-FS-REGARCH NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REGISTER-ARCH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE RA-EMP-ID TO WS-REG-EMP
                        MOVE RA-BRUTO TO WS-REG-BRUTO
                        MOVE RA-COMPETENCIA TO WS-REG-COMPETENCIA
                        MOVE RA-DIAS-TRABALHADOS TO WS-REG-DIAS
                        PERFORM ACUMULA-UM-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-REGARCH = "10"
                CLOSE PAY-REGISTER-ARCH-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-FILE.
            IF WS-FS-PAYREG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REGISTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE RG-EMP-ID TO WS-REG-EMP
                        MOVE RG-BRUTO TO WS-REG-BRUTO
                        MOVE RG-COMPETENCIA TO WS-REG-COMPETENCIA
                        MOVE RG-DIAS-TRABALHADOS TO WS-REG-DIAS
                        PERFORM ACUMULA-UM-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREG = "10"
                CLOSE PAY-REGISTER-FILE
            END-IF.

       ACUMULA-UM-REGISTRO.
            IF WS-REG-EMP = WS-EMP-ATUAL
                    AND WS-REG-COMPETENCIA IS NUMERIC
                    AND WS-REG-DIAS IS NUMERIC
                MOVE WS-REG-COMPETENCIA TO WS-REG-COMP-NUM
                MOVE WS-REG-DIAS TO WS-REG-DIAS-NUM
                IF WS-REG-COMP-NUM < WS-PRIMEIRA-COMP
                    MOVE WS-REG-COMP-NUM TO WS-PRIMEIRA-COMP
                END-IF
                IF WS-REG-COMP-NUM = WS-COMP-DESLIG
                    MOVE 'S' TO WS-MES-FECHADO
                END-IF
                IF WS-REG-DIAS-NUM >= 15
                    PERFORM SOMA-MES-HISTORICO
                END-IF
            END-IF.

       SOMA-MES-HISTORICO.
            IF WS-REG-COMPETENCIA(1:4) = WS-DATA-DESLIG(1:4)
                    AND WS-REG-COMP-NUM <= WS-COMP-DESLIG
                ADD 1 TO WS-MESES-ANO
                ADD WS-REG-BRUTO TO WS-SOMA-ANO
            END-IF
            IF WS-REG-COMP-NUM >= WS-COMP-INICIO
                    AND WS-REG-COMP-NUM < WS-COMP-DESLIG
                ADD 1 TO WS-MESES-12
                ADD WS-REG-BRUTO TO WS-SOMA-12
            END-IF.

      * The days punched in the open month, one PAYROLL detail row
      * per paid day, are the balance of salary - unless the month
      * has been closed already and the days went out with it.
       APURA-SALDO-SALARIO.
            MOVE 0 TO WS-DIAS-MES.
            MOVE 0 TO WS-SALDO-SALARIO.
            IF WS-MES-FECHADO = 'N'
                MOVE 'N' TO WS-EOF-ARQ
                OPEN INPUT PAYROLL-REPORT-FILE
                IF WS-FS-PAYROLL NOT = "00"
                    MOVE 'Y' TO WS-EOF-ARQ
                END-IF
                PERFORM UNTIL WS-EOF-ARQ = 'Y'
                    READ PAYROLL-REPORT-FILE
                        AT END
                            MOVE 'Y' TO WS-EOF-ARQ
                        NOT AT END
                            IF PAYROLL-REPORT-CONTROLE(1:4)
                                    NOT = "HDR "
                                    AND PAYROLL-REPORT-CONTROLE(1:4)
                                        NOT = "TRL "
                                    AND PR-EMP-ID = WS-EMP-ATUAL
                                ADD 1 TO WS-DIAS-MES
                                ADD PR-VALOR-A-PAGAR TO
                                    WS-SALDO-SALARIO
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-FS-PAYROLL = "10"
                    CLOSE PAYROLL-REPORT-FILE
                END-IF
            END-IF.

       DETERMINA-SALARIO-BASE.
            MOVE 0 TO WS-SALARIO-BASE.
            IF WS-MESES-12 > 0
                COMPUTE WS-SALARIO-BASE ROUNDED =
                    WS-SOMA-12 / WS-MESES-12
            ELSE
                PERFORM BUSCA-VALOR-HORA
                COMPUTE WS-SALARIO-BASE ROUNDED =
                    WS-VALOR-HORA * WS-HORAS-MES
            END-IF
            IF WS-SALARIO-BASE = 0
                DISPLAY "SEM SALARIO DE REFERENCIA PARA "
      -             WS-EMP-ATUAL " - AVISO E FERIAS ZERADOS"
            END-IF.

      * The rate in force on the termination date: the latest
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
                                AND PH-DATA-EFETIVA <= WS-DATA-DESLIG
                                AND PH-DATA-EFETIVA >= WS-DATA-HORA
                            MOVE PH-DATA-EFETIVA TO WS-DATA-HORA
                            MOVE PH-VALOR-HORA TO WS-VALOR-HORA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-RATEHIST = "10"
                CLOSE PAY-RATE-HISTORY-FILE
            END-IF.

      * Years of service run from the latest hire on or before the
      * termination; an employee hired before EMPMOVES existed
      * counts from the first month on the pay registers.
       CALCULA-AVISO-PREVIO.
            MOVE 0 TO WS-DATA-ADMISSAO.
            PERFORM VARYING WS-ADM-SUB FROM 1 BY 1
                    UNTIL WS-ADM-SUB > WS-ADM-TOTAL
                IF WS-ADM-EMP(WS-ADM-SUB) = WS-EMP-ATUAL
                        AND WS-ADM-DATA(WS-ADM-SUB) <= WS-DATA-DESLIG
                        AND WS-ADM-DATA(WS-ADM-SUB) > WS-DATA-ADMISSAO
                    MOVE WS-ADM-DATA(WS-ADM-SUB) TO WS-DATA-ADMISSAO
                END-IF
            END-PERFORM.
            IF WS-DATA-ADMISSAO = 0
                IF WS-PRIMEIRA-COMP < 999999
                    COMPUTE WS-DATA-ADMISSAO =
                        (WS-PRIMEIRA-COMP * 100) + 1
                ELSE
                    MOVE WS-DATA-DESLIG TO WS-DATA-ADMISSAO
                END-IF
            END-IF
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-DESLIG TO WS-DS-DATA.
            MOVE WS-DATA-ADMISSAO TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE 0 TO WS-ANOS-SERVICO.
            IF WS-DS-DIAS > 0
                COMPUTE WS-ANOS-SERVICO = WS-DS-DIAS / 365
            END-IF
            COMPUTE WS-DIAS-AVISO = 30 + (3 * WS-ANOS-SERVICO).
            IF WS-DIAS-AVISO > 90
                MOVE 90 TO WS-DIAS-AVISO
            END-IF
            EVALUATE WS-MOTIVO
             WHEN 'S'
                CONTINUE
             WHEN 'A'
                COMPUTE WS-DIAS-AVISO = WS-DIAS-AVISO / 2
             WHEN OTHER
                MOVE 0 TO WS-DIAS-AVISO
            END-EVALUATE.
            COMPUTE WS-AVISO-PREVIO ROUNDED =
                (WS-SALARIO-BASE * WS-DIAS-AVISO) / 30.

      * Same fifteen-day rule and average as YEND13; the termination
      * month counts too when it reached fifteen punched days.
       CALCULA-DECIMO-PROPORCIONAL.
            MOVE 0 TO WS-DECIMO.
            MOVE WS-MESES-ANO TO WS-MESES-13.
            IF WS-MES-FECHADO = 'N' AND WS-DIAS-MES >= 15
                ADD 1 TO WS-MESES-13
            END-IF
            IF WS-MESES-ANO > 0
                COMPUTE WS-MEDIA-13 ROUNDED =
                    WS-SOMA-ANO / WS-MESES-ANO
            ELSE
                MOVE WS-SALARIO-BASE TO WS-MEDIA-13
            END-IF
            IF WS-MOTIVO NOT = 'J'
                COMPUTE WS-DECIMO ROUNDED =
                    (WS-MEDIA-13 * WS-MESES-13) / 12
            END-IF.

      * The LEAVEBAL balance already carries the unused periods and
      * the proportional days accrued since; justa causa keeps
      * only the complete periods.
       CALCULA-FERIAS.
            MOVE 0 TO WS-DIAS-FERIAS.
            IF WS-LB-SALDO > 0
                MOVE WS-LB-SALDO TO WS-DIAS-FERIAS
            END-IF
            IF WS-MOTIVO = 'J'
                COMPUTE WS-PERIODOS-FERIAS = WS-DIAS-FERIAS / 30
                COMPUTE WS-DIAS-FERIAS = WS-PERIODOS-FERIAS * 30
            END-IF
            COMPUTE WS-FERIAS ROUNDED =
                (WS-SALARIO-BASE * WS-DIAS-FERIAS) / 30.
            COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS / 3.

      * Salary balance and notice are taxed as a month's pay, with
      * the dependents allowance off the IRRF base as in PAYCLOSE;
      * the 13th is taxed on its own as YEND13 does; indemnified
      * vacation and its third carry no INSS or IRRF.
       CALCULA-DESCONTOS.
            COMPUTE WS-BASE-MENSAL =
                WS-SALDO-SALARIO + WS-AVISO-PREVIO.
            PERFORM CONTA-DEPENDENTES.
            MOVE WS-BASE-MENSAL TO WS-BASE-INSS.
            COMPUTE WS-BASE-IRRF =
                WS-BASE-MENSAL
                    - (WS-QTD-DEPENDENTES * WS-VALOR-POR-DEP).
            IF WS-BASE-MENSAL <
                    (WS-QTD-DEPENDENTES * WS-VALOR-POR-DEP)
                MOVE 0 TO WS-BASE-IRRF
            END-IF
            PERFORM DETERMINA-TAXAS.
            COMPUTE WS-VALOR-INSS ROUNDED =
                WS-BASE-INSS * WS-TAXA-INSS.
            COMPUTE WS-VALOR-IRRF ROUNDED =
                WS-BASE-IRRF * WS-TAXA-IRRF.
            MOVE WS-DECIMO TO WS-BASE-INSS.
            MOVE WS-DECIMO TO WS-BASE-IRRF.
            PERFORM DETERMINA-TAXAS.
            COMPUTE WS-VALOR-INSS ROUNDED =
                WS-VALOR-INSS + (WS-BASE-INSS * WS-TAXA-INSS).
            COMPUTE WS-VALOR-IRRF ROUNDED =
                WS-VALOR-IRRF + (WS-BASE-IRRF * WS-TAXA-IRRF).
            COMPUTE WS-BRUTO =
                WS-SALDO-SALARIO + WS-AVISO-PREVIO + WS-DECIMO
                    + WS-FERIAS + WS-TERCO-FERIAS.
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

      * The settlement is the last pay, so the whole outstanding
      * balance comes off - but never more than one month's
      * salary, the legal ceiling on settlement deductions, and
      * never more than the net. What the ceiling leaves stays
      * active on ADVANCES for collection by other means.
       DESCONTA-ADIANTAMENTOS.
            MOVE 0 TO WS-VALOR-ADIANTAMENTO.
            MOVE 'N' TO WS-ADI-PENDENTE.
            MOVE WS-LIQUIDO TO WS-LIMITE-DESCONTO.
            IF WS-SALARIO-BASE > 0
                    AND WS-SALARIO-BASE < WS-LIMITE-DESCONTO
                MOVE WS-SALARIO-BASE TO WS-LIMITE-DESCONTO
            END-IF
            PERFORM VARYING WS-ADI-SUB FROM 1 BY 1
                    UNTIL WS-ADI-SUB > WS-ADI-TOTAL
                IF WS-ADI-EMP(WS-ADI-SUB) = WS-EMP-ATUAL
                        AND WS-ADI-STATUS(WS-ADI-SUB) = 'A'
                    PERFORM DESCONTA-UM-ADIANTAMENTO
                END-IF
            END-PERFORM.
            SUBTRACT WS-VALOR-ADIANTAMENTO FROM WS-LIQUIDO.

       DESCONTA-UM-ADIANTAMENTO.
            MOVE WS-ADI-SALDO(WS-ADI-SUB) TO WS-PARCELA-DEVIDA.
            IF WS-PARCELA-DEVIDA >
                    WS-LIMITE-DESCONTO - WS-VALOR-ADIANTAMENTO
                COMPUTE WS-PARCELA-DEVIDA =
                    WS-LIMITE-DESCONTO - WS-VALOR-ADIANTAMENTO
            END-IF
            IF WS-PARCELA-DEVIDA > 0
                ADD WS-PARCELA-DEVIDA TO WS-VALOR-ADIANTAMENTO
                SUBTRACT WS-PARCELA-DEVIDA FROM
                    WS-ADI-SALDO(WS-ADI-SUB)
                MOVE 'S' TO WS-ADI-ALTERADO
            END-IF
            IF WS-ADI-SALDO(WS-ADI-SUB) = 0
                MOVE 'Q' TO WS-ADI-STATUS(WS-ADI-SUB)
            ELSE
                MOVE 'S' TO WS-ADI-PENDENTE
            END-IF.

       REGRAVA-ADIANTAMENTOS.
            OPEN OUTPUT ADVANCES-FILE.
            PERFORM VARYING WS-ADI-SUB FROM 1 BY 1
                    UNTIL WS-ADI-SUB > WS-ADI-TOTAL
                MOVE SPACES TO ADVANCE-LOAN-RECORD
                MOVE WS-ADI-EMP(WS-ADI-SUB) TO AD-EMP-ID
                MOVE WS-ADI-DATA(WS-ADI-SUB) TO AD-DATA-CONCESSAO
                MOVE WS-ADI-PRINCIPAL(WS-ADI-SUB) TO AD-PRINCIPAL
                MOVE WS-ADI-PARCELA(WS-ADI-SUB) TO AD-PARCELA
                MOVE WS-ADI-SALDO(WS-ADI-SUB) TO AD-SALDO
                MOVE WS-ADI-STATUS(WS-ADI-SUB) TO AD-STATUS
                MOVE WS-ADI-ORIGEM(WS-ADI-SUB) TO AD-ORIGEM
                WRITE ADVANCE-LOAN-RECORD
            END-PERFORM.
            CLOSE ADVANCES-FILE.

       GRAVA-RESCISAO.
            MOVE SPACES TO SETTLEMENT-RECORD.
            MOVE WS-EMP-ATUAL TO SE-EMP-ID.
            MOVE WS-DATA-DESLIG TO SE-DATA-DESLIGAMENTO.
            MOVE WS-MOTIVO TO SE-MOTIVO.
            MOVE WS-COMP-DESLIG TO SE-COMPETENCIA.
            MOVE WS-DIAS-MES TO SE-DIAS-TRABALHADOS.
            MOVE WS-SALDO-SALARIO TO SE-SALDO-SALARIO.
            MOVE WS-AVISO-PREVIO TO SE-AVISO-PREVIO.
            MOVE WS-DECIMO TO SE-DECIMO-TERCEIRO.
            MOVE WS-FERIAS TO SE-FERIAS.
            MOVE WS-TERCO-FERIAS TO SE-TERCO-FERIAS.
            MOVE WS-BRUTO TO SE-BRUTO.
            MOVE WS-VALOR-INSS TO SE-INSS.
            MOVE WS-VALOR-IRRF TO SE-IRRF.
            MOVE WS-VALOR-ADIANTAMENTO TO SE-ADIANTAMENTO.
            MOVE WS-LIQUIDO TO SE-LIQUIDO.
            MOVE WS-DATA-REF TO SE-DATA-CALCULO.
            WRITE SETTLEMENT-RECORD.
            MOVE SPACES TO SETTLE-PAY-RECORD.
            MOVE WS-EMP-ATUAL TO SP-EMP-ID.
            MOVE 0 TO SP-MINUTOS-TRABALHADOS.
            MOVE WS-LIQUIDO TO SP-VALOR-A-PAGAR.
            WRITE SETTLE-PAY-RECORD.
            ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO.

       IMPRIME-TERMO.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "TERMO DE RESCISAO " WS-EMP-ATUAL
                " DESLIGADO EM " WS-DATA-DESLIG
                " MOTIVO " WS-MOTIVO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "ADMISSAO " WS-DATA-ADMISSAO
                " ANOS DE SERVICO " WS-ANOS-SERVICO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "SALARIO DE REFERENCIA" TO WS-ROTULO.
            MOVE WS-SALARIO-BASE TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE SPACES TO WS-ROTULO.
            IF WS-MES-FECHADO = 'S'
                MOVE "SALDO DE SALARIO (PAGO NA FOLHA)" TO WS-ROTULO
            ELSE
                STRING "SALDO DE SALARIO (" WS-DIAS-MES " DIAS)"
                    DELIMITED BY SIZE INTO WS-ROTULO
            END-IF
            MOVE WS-SALDO-SALARIO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE SPACES TO WS-ROTULO.
            STRING "AVISO PREVIO INDENIZADO (" WS-DIAS-AVISO
                " DIAS)" DELIMITED BY SIZE INTO WS-ROTULO.
            MOVE WS-AVISO-PREVIO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE SPACES TO WS-ROTULO.
            STRING "13o PROPORCIONAL (" WS-MESES-13 "/12)"
                DELIMITED BY SIZE INTO WS-ROTULO.
            MOVE WS-DECIMO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE SPACES TO WS-ROTULO.
            STRING "FERIAS VENCIDAS E PROPORCIONAIS ("
                WS-DIAS-FERIAS " DIAS)"
                DELIMITED BY SIZE INTO WS-ROTULO.
            MOVE WS-FERIAS TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO WS-ROTULO.
            MOVE WS-TERCO-FERIAS TO WS-VALOR-LINHA.
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
            IF WS-VALOR-ADIANTAMENTO > 0
                MOVE "(-) ADIANTAMENTOS EM ABERTO" TO WS-ROTULO
                MOVE WS-VALOR-ADIANTAMENTO TO WS-VALOR-LINHA
                PERFORM GRAVA-LINHA-VALOR
            END-IF
            MOVE "LIQUIDO A RECEBER" TO WS-ROTULO.
            MOVE WS-LIQUIDO TO WS-VALOR-LINHA.
            PERFORM GRAVA-LINHA-VALOR.
            IF WS-ADI-PENDENTE = 'S'
                MOVE "ADIANTAMENTO NAO QUITADO - SALDO SEGUE ATIVO"
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
            MOVE WS-LINHA TO SETTLE-STMT-RECORD.
            WRITE SETTLE-STMT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM RESCISAO.
