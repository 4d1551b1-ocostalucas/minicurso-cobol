      ******************************************************************
      * Author:
      * Date:
      * Purpose: pre-close payroll variance review. Mode 1 reads the
      *          PAYREGPRV preview PAYCLOSE writes in its mode 1 and
      *          sets each employee's gross, deductions (gross less
      *          net: INSS, IRRF and the advance installment) and
      *          net against the average of the employee's last
      *          three months on the closed registers - archived
      *          REGARCH months plus the live PAYREG. Flagged on
      *          the PAYVARRPT report: any of the three moving more
      *          than the percentage keyed (twenty when left at
      *          zero), an employee with no register history at
      *          all, an employee still active on EMPMASTER with no
      *          pay this month, a zero net or one the deductions
      *          would take below zero, and a department whose
      *          gross moved more than the same percentage against
      *          its three-month average. The review goes onto
      *          PAYREVIEW pending. Mode 2 is the supervisor's
      *          sign-off - never by the operator who issued the
      *          review - without which PAYCLOSE will not close.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-PREVIEW-FILE ASSIGN TO "PAYREGPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREGPRV.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREG.
           SELECT PAY-REGISTER-ARCH-FILE ASSIGN TO "REGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGARCH.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMASTER.
           SELECT PAY-REVIEW-FILE ASSIGN TO "PAYREVIEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREVIEW.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "PAYVARRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-PREVIEW-FILE.
           COPY "payprev.cpy".

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

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05 EM-ID                 PIC X(10).
           05 EM-DELIM-1            PIC X(1).
           05 EM-NOME               PIC X(10).
           05 EM-DELIM-2            PIC X(1).
           05 EM-SEXO               PIC X(1).
           05 EM-DELIM-3            PIC X(1).
           05 EM-DEPARTAMENTO       PIC X(10).

       FD  PAY-REVIEW-FILE.
           COPY "payrev.cpy".

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-RECORD   PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-PAYREGPRV PIC X(2).
           77 WS-FS-PAYREG PIC X(2).
           77 WS-FS-REGARCH PIC X(2).
           77 WS-FS-EMPMASTER PIC X(2).
           77 WS-FS-PAYREVIEW PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 MODO PIC 9(1).
           77 WS-RESPOSTA PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-COMPETENCIA PIC 9(6) VALUE 0.
           77 WS-COMP-INICIO PIC 9(6).
           77 WS-COMP-ANO PIC 9(4).
           77 WS-COMP-MES PIC S9(3).
           77 WS-PERCENTUAL PIC 9(3).
           01 WS-TABELA-PREVIA.
               05 WS-PRV-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-PRV-IX.
                   10 WS-PRV-EMP        PIC X(10).
                   10 WS-PRV-NOME       PIC X(10).
                   10 WS-PRV-DEPTO      PIC X(10).
                   10 WS-PRV-BRUTO      PIC 9(7)V99.
                   10 WS-PRV-DESCONTOS  PIC 9(7)V99.
                   10 WS-PRV-LIQUIDO    PIC 9(7)V99.
                   10 WS-PRV-NEGATIVO   PIC X(1).
           77 WS-PRV-TOTAL PIC 9(3) VALUE 0.
           77 WS-PRV-SUB PIC 9(3).
           77 WS-PRV-ACHOU PIC X(1).
           01 WS-TABELA-EMPREGADOS.
               05 WS-EMP-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-EMP-IX.
                   10 WS-EMP-ID         PIC X(10).
                   10 WS-EMP-NOME       PIC X(10).
                   10 WS-EMP-DEPTO      PIC X(10).
           77 WS-EMP-TOTAL PIC 9(3) VALUE 0.
           77 WS-EMP-SUB PIC 9(3).
      * Register history per employee: the last three closed months
      * before the competencia under review, each month counted once
      * however many of the registers carry it.
           01 WS-TABELA-HISTORICO.
               05 WS-HIS-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-HIS-IX.
                   10 WS-HIS-EMP        PIC X(10).
                   10 WS-HIS-DEPTO      PIC X(10).
                   10 WS-HIS-QTD-MESES  PIC 9(1).
                   10 WS-HIS-COMP OCCURS 3 TIMES PIC 9(6).
                   10 WS-HIS-BRUTO      PIC 9(9)V99.
                   10 WS-HIS-DESCONTOS  PIC 9(9)V99.
                   10 WS-HIS-LIQUIDO    PIC 9(9)V99.
           77 WS-HIS-TOTAL PIC 9(3) VALUE 0.
           77 WS-HIS-SUB PIC 9(3).
           77 WS-HIS-ACHOU PIC X(1).
           77 WS-HIS-MES-SUB PIC 9(1).
           77 WS-HIS-MES-ACHOU PIC X(1).
           01 WS-TABELA-MESES.
               05 WS-MES-COMP OCCURS 3 TIMES PIC 9(6).
           77 WS-MES-TOTAL PIC 9(1) VALUE 0.
           77 WS-MES-SUB PIC 9(1).
           77 WS-MES-ACHOU PIC X(1).
           01 WS-TABELA-DEPARTAMENTOS.
               05 WS-DEP-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-DEP-IX.
                   10 WS-DEP-CODIGO     PIC X(10).
                   10 WS-DEP-ATUAL      PIC 9(9)V99.
                   10 WS-DEP-HISTORICO  PIC 9(9)V99.
           77 WS-DEP-TOTAL PIC 9(2) VALUE 0.
           77 WS-DEP-SUB PIC 9(2).
           77 WS-DEP-ACHOU PIC X(1).
           77 WS-DEPTO-BUSCA PIC X(10).
           77 WS-REG-EMP PIC X(10).
           77 WS-REG-BRUTO PIC 9(7)V99.
           77 WS-REG-LIQUIDO PIC 9(7)V99.
           77 WS-REG-COMPETENCIA PIC 9(6).
           77 WS-VAL-ATUAL PIC 9(9)V99.
           77 WS-VAL-MEDIO PIC 9(9)V99.
           77 WS-VAL-DIFERENCA PIC 9(9)V99.
           77 WS-VARIACAO PIC 9(5)V9.
           77 WS-VARIACAO-EDITADA PIC ZZZZ9.9.
           77 WS-VARIOU PIC X(1).
           77 WS-SINAL PIC X(1).
           77 WS-ROTULO PIC X(12).
           77 WS-TEXTO-ALERTA PIC X(60).
           77 WS-QTD-ALERTAS PIC 9(4) VALUE 0.
           77 WS-TOTAL-BRUTO PIC 9(9)V99 VALUE 0.
           01 WS-TABELA-REVISOES.
               05 WS-REV-ENTRADA OCCURS 120 TIMES
                       INDEXED BY WS-REV-IX.
                   10 WS-REV-IMAGEM     PIC X(80).
           77 WS-REV-TOTAL PIC 9(3) VALUE 0.
           77 WS-REV-SUB PIC 9(3).
           77 WS-REV-ACHOU PIC X(1).
           77 WS-REV-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-REV-CORTE PIC 9(6).
           77 WS-LIQUIDO-EDITADO PIC X(11).
           77 WS-LINHA PIC X(80).
           COPY "currency.cpy".
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "PAYVAR".

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
            DISPLAY "1 - EMITIR REVISAO DE VARIACAO DA FOLHA"
            DISPLAY "2 - ASSINAR REVISAO DE VARIACAO (SUPERVISOR)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM EMITE-REVISAO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "REVISAO FOLHA " WS-COMPETENCIA
                         " ALERTAS " WS-QTD-ALERTAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM ASSINA-REVISAO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "REVISAO FOLHA " WS-COMPETENCIA
                         " ASSINATURA"
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

       EMITE-REVISAO.
            DISPLAY "PERCENTUAL DE VARIACAO A SINALIZAR (0 = 20%):"
            ACCEPT WS-PERCENTUAL
            IF WS-PERCENTUAL = 0
                MOVE 20 TO WS-PERCENTUAL
            END-IF
            PERFORM CARREGA-PREVIA
            IF WS-PRV-TOTAL = 0
                DISPLAY "PAYREGPRV VAZIO - RODE A PREVIA DO PAYCLOSE"
      -             " (MODO 1) ANTES DA REVISAO"
                MOVE 8 TO RETURN-CODE
            ELSE
                COMPUTE WS-COMP-ANO = WS-COMPETENCIA / 100
                COMPUTE WS-COMP-MES =
                    WS-COMPETENCIA - (WS-COMP-ANO * 100) - 3
                IF WS-COMP-MES < 1
                    ADD 12 TO WS-COMP-MES
                    SUBTRACT 1 FROM WS-COMP-ANO
                END-IF
                COMPUTE WS-COMP-INICIO =
                    (WS-COMP-ANO * 100) + WS-COMP-MES
                PERFORM CARREGA-EMPMASTER
                PERFORM ACUMULA-REGARCH
                PERFORM ACUMULA-PAYREG
                OPEN OUTPUT VARIANCE-REPORT-FILE
                MOVE SPACES TO WS-LINHA
                STRING "REVISAO DE VARIACAO DA FOLHA - COMPETENCIA "
                    WS-COMPETENCIA " - LIMITE " WS-PERCENTUAL "%"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-LINHA
                STRING "MEDIA DOS ULTIMOS " WS-MES-TOTAL
                    " MESES FECHADOS DESDE " WS-COMP-INICIO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE ALL "=" TO WS-LINHA
                PERFORM GRAVA-LINHA
                PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                        UNTIL WS-PRV-SUB > WS-PRV-TOTAL
                    PERFORM REVISA-EMPREGADO
                END-PERFORM
                PERFORM REVISA-AUSENTES
                PERFORM REVISA-DEPARTAMENTOS
                MOVE ALL "=" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE WS-TOTAL-BRUTO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "EMPREGADOS " WS-PRV-TOTAL
                    " BRUTO TOTAL " CUR-VALOR-EDITADO
                    " ALERTAS " WS-QTD-ALERTAS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE "REVISAO PENDENTE DE ASSINATURA DO SUPERVISOR"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
                CLOSE VARIANCE-REPORT-FILE
                PERFORM REGISTRA-REVISAO
            END-IF.

      * The preview is one competencia; its deductions are taken
      * as gross less net so every withholding and installment is
      * covered. A net the deductions would have taken below zero
      * is marked before the unsigned net hides it.
       CARREGA-PREVIA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-PREVIEW-FILE.
            IF WS-FS-PAYREGPRV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-PREVIEW-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PRV-TOTAL < 200
                            ADD 1 TO WS-PRV-TOTAL
                            PERFORM GUARDA-PREVIA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREGPRV = "10"
                CLOSE PAY-PREVIEW-FILE
            END-IF.

       GUARDA-PREVIA.
            MOVE RP-COMPETENCIA TO WS-COMPETENCIA.
            MOVE RP-EMP-ID TO WS-PRV-EMP(WS-PRV-TOTAL).
            MOVE RP-NOME TO WS-PRV-NOME(WS-PRV-TOTAL).
            MOVE RP-DEPARTAMENTO TO WS-PRV-DEPTO(WS-PRV-TOTAL).
            MOVE RP-BRUTO TO WS-PRV-BRUTO(WS-PRV-TOTAL).
            MOVE RP-LIQUIDO TO WS-PRV-LIQUIDO(WS-PRV-TOTAL).
            MOVE 'N' TO WS-PRV-NEGATIVO(WS-PRV-TOTAL).
            IF RP-BRUTO < RP-INSS + RP-IRRF + RP-ADIANTAMENTO
                    + RP-ORDENS
                MOVE 'S' TO WS-PRV-NEGATIVO(WS-PRV-TOTAL)
                COMPUTE WS-PRV-DESCONTOS(WS-PRV-TOTAL) =
                    RP-INSS + RP-IRRF + RP-ADIANTAMENTO + RP-ORDENS
            ELSE
                COMPUTE WS-PRV-DESCONTOS(WS-PRV-TOTAL) =
                    RP-BRUTO - RP-LIQUIDO
            END-IF
            ADD RP-BRUTO TO WS-TOTAL-BRUTO.
            MOVE RP-DEPARTAMENTO TO WS-DEPTO-BUSCA.
            PERFORM LOCALIZA-DEPARTAMENTO.
            IF WS-DEP-SUB > 0
                ADD RP-BRUTO TO WS-DEP-ATUAL(WS-DEP-SUB)
            END-IF.

       CARREGA-EMPMASTER.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-FS-EMPMASTER NOT = "00"
                DISPLAY "EMPMASTER NAO ENCONTRADO - SEM VERIFICACAO"
      -             " DE AUSENTES"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-EMP-TOTAL < 300
                            ADD 1 TO WS-EMP-TOTAL
                            MOVE EM-ID TO WS-EMP-ID(WS-EMP-TOTAL)
                            MOVE EM-NOME TO WS-EMP-NOME(WS-EMP-TOTAL)
                            MOVE EM-DEPARTAMENTO TO
                                WS-EMP-DEPTO(WS-EMP-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

       ACUMULA-REGARCH.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-ARCH-FILE.
            IF WS-FS-REGARCH NOT = "00"
                DISPLAY "REGARCH AUSENTE - SOMENTE PAYREG VIVO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REGISTER-ARCH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE RA-EMP-ID TO WS-REG-EMP
                        MOVE RA-BRUTO TO WS-REG-BRUTO
                        MOVE RA-LIQUIDO TO WS-REG-LIQUIDO
                        MOVE RA-COMPETENCIA TO WS-REG-COMPETENCIA
                        PERFORM ACUMULA-UM-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-REGARCH = "10"
                CLOSE PAY-REGISTER-ARCH-FILE
            END-IF.

       ACUMULA-PAYREG.
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
                        MOVE RG-LIQUIDO TO WS-REG-LIQUIDO
                        MOVE RG-COMPETENCIA TO WS-REG-COMPETENCIA
                        PERFORM ACUMULA-UM-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREG = "10"
                CLOSE PAY-REGISTER-FILE
            END-IF.

      * Any earlier month makes the employee known; only the three
      * months of the window go into the averages. The department
      * is the employee's current one, off the preview or else the
      * employee master.
       ACUMULA-UM-REGISTRO.
            IF WS-REG-COMPETENCIA IS NUMERIC
                    AND WS-REG-COMPETENCIA < WS-COMPETENCIA
                PERFORM LOCALIZA-HISTORICO
                IF WS-HIS-SUB > 0
                        AND WS-REG-COMPETENCIA >= WS-COMP-INICIO
                    PERFORM ACUMULA-MES-HISTORICO
                END-IF
            END-IF.

       LOCALIZA-HISTORICO.
            MOVE 'N' TO WS-HIS-ACHOU.
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                    OR WS-HIS-ACHOU = 'S'
                IF WS-HIS-EMP(WS-HIS-SUB) = WS-REG-EMP
                    MOVE 'S' TO WS-HIS-ACHOU
                    SUBTRACT 1 FROM WS-HIS-SUB
                END-IF
            END-PERFORM.
            IF WS-HIS-ACHOU = 'N'
                IF WS-HIS-TOTAL < 300
                    ADD 1 TO WS-HIS-TOTAL
                    MOVE WS-HIS-TOTAL TO WS-HIS-SUB
                    PERFORM INICIA-HISTORICO
                ELSE
                    MOVE 0 TO WS-HIS-SUB
                END-IF
            END-IF.

       ACUMULA-MES-HISTORICO.
            MOVE 'N' TO WS-HIS-MES-ACHOU.
            PERFORM VARYING WS-HIS-MES-SUB FROM 1 BY 1
                    UNTIL WS-HIS-MES-SUB > WS-HIS-QTD-MESES(WS-HIS-SUB)
                IF WS-HIS-COMP(WS-HIS-SUB, WS-HIS-MES-SUB) =
                        WS-REG-COMPETENCIA
                    MOVE 'S' TO WS-HIS-MES-ACHOU
                END-IF
            END-PERFORM.
            IF WS-HIS-MES-ACHOU = 'N'
                    AND WS-HIS-QTD-MESES(WS-HIS-SUB) < 3
                ADD 1 TO WS-HIS-QTD-MESES(WS-HIS-SUB)
                MOVE WS-REG-COMPETENCIA TO WS-HIS-COMP(WS-HIS-SUB,
                    WS-HIS-QTD-MESES(WS-HIS-SUB))
                ADD WS-REG-BRUTO TO WS-HIS-BRUTO(WS-HIS-SUB)
                ADD WS-REG-LIQUIDO TO WS-HIS-LIQUIDO(WS-HIS-SUB)
                IF WS-REG-BRUTO > WS-REG-LIQUIDO
                    COMPUTE WS-HIS-DESCONTOS(WS-HIS-SUB) =
                        WS-HIS-DESCONTOS(WS-HIS-SUB)
                            + WS-REG-BRUTO - WS-REG-LIQUIDO
                END-IF
                MOVE WS-HIS-DEPTO(WS-HIS-SUB) TO WS-DEPTO-BUSCA
                PERFORM LOCALIZA-DEPARTAMENTO
                IF WS-DEP-SUB > 0
                    ADD WS-REG-BRUTO TO WS-DEP-HISTORICO(WS-DEP-SUB)
                END-IF
                PERFORM CONTA-MES-JANELA
            END-IF.

       INICIA-HISTORICO.
            MOVE WS-REG-EMP TO WS-HIS-EMP(WS-HIS-SUB).
            MOVE 0 TO WS-HIS-QTD-MESES(WS-HIS-SUB).
            MOVE 0 TO WS-HIS-BRUTO(WS-HIS-SUB).
            MOVE 0 TO WS-HIS-DESCONTOS(WS-HIS-SUB).
            MOVE 0 TO WS-HIS-LIQUIDO(WS-HIS-SUB).
            MOVE "SEM DEPTO" TO WS-HIS-DEPTO(WS-HIS-SUB).
            PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                    UNTIL WS-PRV-SUB > WS-PRV-TOTAL
                IF WS-PRV-EMP(WS-PRV-SUB) = WS-REG-EMP
                    MOVE WS-PRV-DEPTO(WS-PRV-SUB) TO
                        WS-HIS-DEPTO(WS-HIS-SUB)
                END-IF
            END-PERFORM.
            IF WS-HIS-DEPTO(WS-HIS-SUB) = "SEM DEPTO"
                PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                        UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                    IF WS-EMP-ID(WS-EMP-SUB) = WS-REG-EMP
                        MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO
                            WS-HIS-DEPTO(WS-HIS-SUB)
                    END-IF
                END-PERFORM
            END-IF.

      * The distinct window months seen on any register, the
      * divisor of the department averages.
       CONTA-MES-JANELA.
            MOVE 'N' TO WS-MES-ACHOU.
            PERFORM VARYING WS-MES-SUB FROM 1 BY 1
                    UNTIL WS-MES-SUB > WS-MES-TOTAL
                IF WS-MES-COMP(WS-MES-SUB) = WS-REG-COMPETENCIA
                    MOVE 'S' TO WS-MES-ACHOU
                END-IF
            END-PERFORM.
            IF WS-MES-ACHOU = 'N' AND WS-MES-TOTAL < 3
                ADD 1 TO WS-MES-TOTAL
                MOVE WS-REG-COMPETENCIA TO WS-MES-COMP(WS-MES-TOTAL)
            END-IF.

       LOCALIZA-DEPARTAMENTO.
            MOVE 'N' TO WS-DEP-ACHOU.
            PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                    UNTIL WS-DEP-SUB > WS-DEP-TOTAL
                    OR WS-DEP-ACHOU = 'S'
                IF WS-DEP-CODIGO(WS-DEP-SUB) = WS-DEPTO-BUSCA
                    MOVE 'S' TO WS-DEP-ACHOU
                    SUBTRACT 1 FROM WS-DEP-SUB
                END-IF
            END-PERFORM.
            IF WS-DEP-ACHOU = 'N'
                IF WS-DEP-TOTAL < 50
                    ADD 1 TO WS-DEP-TOTAL
                    MOVE WS-DEP-TOTAL TO WS-DEP-SUB
                    MOVE WS-DEPTO-BUSCA TO WS-DEP-CODIGO(WS-DEP-SUB)
                    MOVE 0 TO WS-DEP-ATUAL(WS-DEP-SUB)
                    MOVE 0 TO WS-DEP-HISTORICO(WS-DEP-SUB)
                ELSE
                    MOVE 0 TO WS-DEP-SUB
                END-IF
            END-IF.

       REVISA-EMPREGADO.
            MOVE WS-PRV-LIQUIDO(WS-PRV-SUB) TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE CUR-VALOR-EDITADO TO WS-LIQUIDO-EDITADO.
            MOVE WS-PRV-BRUTO(WS-PRV-SUB) TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING WS-PRV-EMP(WS-PRV-SUB) " "
                WS-PRV-NOME(WS-PRV-SUB) " "
                WS-PRV-DEPTO(WS-PRV-SUB) " BRUTO " CUR-VALOR-EDITADO
                " LIQ " WS-LIQUIDO-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-HIS-ACHOU.
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                    OR WS-HIS-ACHOU = 'S'
                IF WS-HIS-EMP(WS-HIS-SUB) = WS-PRV-EMP(WS-PRV-SUB)
                    MOVE 'S' TO WS-HIS-ACHOU
                    SUBTRACT 1 FROM WS-HIS-SUB
                END-IF
            END-PERFORM.
            IF WS-HIS-ACHOU = 'N'
                MOVE "EMPREGADO NOVO - SEM FOLHA FECHADA ANTERIOR"
                    TO WS-TEXTO-ALERTA
                PERFORM GRAVA-ALERTA
            ELSE
                IF WS-HIS-QTD-MESES(WS-HIS-SUB) = 0
                    MOVE "SEM FOLHA NOS ULTIMOS TRES MESES - RETORNO"
                        TO WS-TEXTO-ALERTA
                    PERFORM GRAVA-ALERTA
                ELSE
                    MOVE "BRUTO" TO WS-ROTULO
                    MOVE WS-PRV-BRUTO(WS-PRV-SUB) TO WS-VAL-ATUAL
                    COMPUTE WS-VAL-MEDIO ROUNDED =
                        WS-HIS-BRUTO(WS-HIS-SUB)
                            / WS-HIS-QTD-MESES(WS-HIS-SUB)
                    PERFORM ALERTA-VARIACAO
                    MOVE "DESCONTOS" TO WS-ROTULO
                    MOVE WS-PRV-DESCONTOS(WS-PRV-SUB) TO WS-VAL-ATUAL
                    COMPUTE WS-VAL-MEDIO ROUNDED =
                        WS-HIS-DESCONTOS(WS-HIS-SUB)
                            / WS-HIS-QTD-MESES(WS-HIS-SUB)
                    PERFORM ALERTA-VARIACAO
                    MOVE "LIQUIDO" TO WS-ROTULO
                    MOVE WS-PRV-LIQUIDO(WS-PRV-SUB) TO WS-VAL-ATUAL
                    COMPUTE WS-VAL-MEDIO ROUNDED =
                        WS-HIS-LIQUIDO(WS-HIS-SUB)
                            / WS-HIS-QTD-MESES(WS-HIS-SUB)
                    PERFORM ALERTA-VARIACAO
                END-IF
            END-IF
            IF WS-PRV-NEGATIVO(WS-PRV-SUB) = 'S'
                MOVE "LIQUIDO NEGATIVO - DESCONTOS MAIORES QUE O BRUTO"
                    TO WS-TEXTO-ALERTA
                PERFORM GRAVA-ALERTA
            ELSE
                IF WS-PRV-LIQUIDO(WS-PRV-SUB) = 0
                    MOVE "LIQUIDO ZERADO" TO WS-TEXTO-ALERTA
                    PERFORM GRAVA-ALERTA
                END-IF
            END-IF.

      * Employees the master still holds active who have nothing
      * in the month being closed.
       REVISA-AUSENTES.
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                MOVE 'N' TO WS-PRV-ACHOU
                PERFORM VARYING WS-PRV-SUB FROM 1 BY 1
                        UNTIL WS-PRV-SUB > WS-PRV-TOTAL
                        OR WS-PRV-ACHOU = 'S'
                    IF WS-PRV-EMP(WS-PRV-SUB) = WS-EMP-ID(WS-EMP-SUB)
                        MOVE 'S' TO WS-PRV-ACHOU
                    END-IF
                END-PERFORM
                IF WS-PRV-ACHOU = 'N'
                    MOVE SPACES TO WS-LINHA
                    STRING WS-EMP-ID(WS-EMP-SUB) " "
                        WS-EMP-NOME(WS-EMP-SUB) " "
                        WS-EMP-DEPTO(WS-EMP-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE "ATIVO NO EMPMASTER SEM FOLHA NO MES"
                        TO WS-TEXTO-ALERTA
                    PERFORM GRAVA-ALERTA
                END-IF
            END-PERFORM.

       REVISA-DEPARTAMENTOS.
            IF WS-MES-TOTAL > 0
                MOVE ALL "-" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE "TOTAIS POR DEPARTAMENTO" TO WS-LINHA
                PERFORM GRAVA-LINHA
                PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                        UNTIL WS-DEP-SUB > WS-DEP-TOTAL
                    MOVE WS-DEP-ATUAL(WS-DEP-SUB) TO CUR-VALOR-NUMERICO
                    MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                    MOVE SPACES TO WS-LINHA
                    STRING WS-DEP-CODIGO(WS-DEP-SUB)
                        " BRUTO " CUR-VALOR-EDITADO
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE "BRUTO DEPTO" TO WS-ROTULO
                    MOVE WS-DEP-ATUAL(WS-DEP-SUB) TO WS-VAL-ATUAL
                    COMPUTE WS-VAL-MEDIO ROUNDED =
                        WS-DEP-HISTORICO(WS-DEP-SUB) / WS-MES-TOTAL
                    PERFORM ALERTA-VARIACAO
                END-PERFORM
            END-IF.

      * WS-VAL-ATUAL against WS-VAL-MEDIO; a value appearing from a
      * zero average always counts as over the limit.
       ALERTA-VARIACAO.
            MOVE 'N' TO WS-VARIOU.
            IF WS-VAL-ATUAL >= WS-VAL-MEDIO
                MOVE '+' TO WS-SINAL
                COMPUTE WS-VAL-DIFERENCA = WS-VAL-ATUAL - WS-VAL-MEDIO
            ELSE
                MOVE '-' TO WS-SINAL
                COMPUTE WS-VAL-DIFERENCA = WS-VAL-MEDIO - WS-VAL-ATUAL
            END-IF
            IF WS-VAL-MEDIO > 0
                COMPUTE WS-VARIACAO ROUNDED =
                    (WS-VAL-DIFERENCA * 100) / WS-VAL-MEDIO
                    ON SIZE ERROR
                        MOVE 9999.9 TO WS-VARIACAO
                END-COMPUTE
                IF WS-VARIACAO > WS-PERCENTUAL
                    MOVE 'S' TO WS-VARIOU
                END-IF
            ELSE
                IF WS-VAL-ATUAL > 0
                    MOVE 9999.9 TO WS-VARIACAO
                    MOVE 'S' TO WS-VARIOU
                END-IF
            END-IF
            IF WS-VARIOU = 'S'
                MOVE WS-VARIACAO TO WS-VARIACAO-EDITADA
                MOVE WS-VAL-MEDIO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-TEXTO-ALERTA
                STRING WS-ROTULO " VARIOU " WS-SINAL
                    WS-VARIACAO-EDITADA "% SOBRE A MEDIA "
                    CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-TEXTO-ALERTA
                PERFORM GRAVA-ALERTA
            END-IF.

       GRAVA-ALERTA.
            ADD 1 TO WS-QTD-ALERTAS.
            MOVE SPACES TO WS-LINHA.
            STRING "    ** " WS-TEXTO-ALERTA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * PAYREVIEW keeps one record per competencia: issuing the
      * review again replaces it, back to pending. A file that
      * cannot take the review whole is not rewritten.
       REGISTRA-REVISAO.
            PERFORM CARREGA-REVISOES.
            IF WS-REV-ESTOUROU = 'S'
                    OR (WS-REV-ACHOU = 'N' AND WS-REV-TOTAL NOT < 120)
                DISPLAY "PAYREVIEW EXCEDE 120 REVISOES - REVISAO NAO"
      -             " REGISTRADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM GRAVA-REVISAO
            END-IF.

       GRAVA-REVISAO.
            MOVE SPACES TO PAY-REVIEW-RECORD.
            MOVE WS-COMPETENCIA TO PV-COMPETENCIA.
            MOVE 'P' TO PV-STATUS.
            MOVE WS-DATA-REF TO PV-DATA-EMISSAO.
            MOVE WS-OPERADOR-ID TO PV-EMISSOR.
            MOVE WS-PERCENTUAL TO PV-PERCENTUAL.
            MOVE WS-QTD-ALERTAS TO PV-QTD-ALERTAS.
            MOVE WS-PRV-TOTAL TO PV-QTD-EMPREGADOS.
            MOVE WS-TOTAL-BRUTO TO PV-TOTAL-BRUTO.
            MOVE 0 TO PV-DATA-ASSINATURA.
            IF WS-REV-ACHOU = 'S'
                MOVE PAY-REVIEW-RECORD TO WS-REV-IMAGEM(WS-REV-SUB)
            ELSE
                ADD 1 TO WS-REV-TOTAL
                MOVE PAY-REVIEW-RECORD TO WS-REV-IMAGEM(WS-REV-TOTAL)
            END-IF
            PERFORM REGRAVA-REVISOES.
            DISPLAY "REVISAO DE " WS-COMPETENCIA " EMITIDA COM "
                WS-QTD-ALERTAS " ALERTAS - AGUARDA ASSINATURA".

      * Loads PAYREVIEW and leaves WS-REV-SUB on the record of
      * WS-COMPETENCIA when there is one. Reviews of a competencia
      * a year or more before it are long closed and drop off when
      * the file is rewritten.
       CARREGA-REVISOES.
            MOVE 0 TO WS-REV-TOTAL.
            MOVE 'N' TO WS-REV-ACHOU.
            MOVE 'N' TO WS-REV-ESTOUROU.
            COMPUTE WS-REV-CORTE = WS-COMPETENCIA - 100.
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
                        EVALUATE TRUE
                            WHEN PV-COMPETENCIA NOT > WS-REV-CORTE
                                CONTINUE
                            WHEN WS-REV-TOTAL < 120
                                ADD 1 TO WS-REV-TOTAL
                                MOVE PAY-REVIEW-RECORD TO
                                    WS-REV-IMAGEM(WS-REV-TOTAL)
                                IF PV-COMPETENCIA = WS-COMPETENCIA
                                    MOVE 'S' TO WS-REV-ACHOU
                                    MOVE WS-REV-TOTAL TO WS-REV-SUB
                                END-IF
                            WHEN OTHER
                                MOVE 'S' TO WS-REV-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREVIEW = "10"
                CLOSE PAY-REVIEW-FILE
            END-IF.

       REGRAVA-REVISOES.
            OPEN OUTPUT PAY-REVIEW-FILE.
            PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                    UNTIL WS-REV-SUB > WS-REV-TOTAL
                MOVE WS-REV-IMAGEM(WS-REV-SUB) TO PAY-REVIEW-RECORD
                WRITE PAY-REVIEW-RECORD
            END-PERFORM.
            CLOSE PAY-REVIEW-FILE.

       ASSINA-REVISAO.
            DISPLAY "DIGITE A COMPETENCIA AAAAMM (0 = MES CORRENTE):"
            ACCEPT WS-COMPETENCIA
            IF WS-COMPETENCIA = 0
                MOVE WS-DATA-REF(1:6) TO WS-COMPETENCIA
            END-IF
            PERFORM CARREGA-REVISOES.
            IF WS-REV-ACHOU = 'S'
                MOVE WS-REV-IMAGEM(WS-REV-SUB) TO PAY-REVIEW-RECORD
            END-IF
            EVALUATE TRUE
                WHEN WS-REV-ESTOUROU = 'S'
                    DISPLAY "PAYREVIEW EXCEDE 120 REVISOES - ASSINATURA"
                        " RECUSADA"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-REV-ACHOU = 'N'
                    DISPLAY "NENHUMA REVISAO EMITIDA PARA "
                        WS-COMPETENCIA
                    MOVE 8 TO RETURN-CODE
                WHEN PV-STATUS = 'A'
                    DISPLAY "REVISAO DE " WS-COMPETENCIA
                        " JA ASSINADA POR " PV-ASSINANTE
                        " EM " PV-DATA-ASSINATURA
                WHEN PV-EMISSOR = WS-OPERADOR-ID
                    DISPLAY "REVISAO EMITIDA POR VOCE - ASSINATURA POR"
                        " OUTRO SUPERVISOR"
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    PERFORM DECIDE-ASSINATURA
            END-EVALUATE.

       DECIDE-ASSINATURA.
            MOVE PV-TOTAL-BRUTO TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            DISPLAY "REVISAO DE " PV-COMPETENCIA " EMITIDA POR "
                PV-EMISSOR " EM " PV-DATA-EMISSAO.
            DISPLAY "EMPREGADOS " PV-QTD-EMPREGADOS " BRUTO "
                CUR-VALOR-EDITADO " ALERTAS " PV-QTD-ALERTAS
                " (LIMITE " PV-PERCENTUAL "%)".
            DISPLAY "ASSINAR A REVISAO E LIBERAR O FECHAMENTO (S/N)?"
            MOVE SPACE TO WS-RESPOSTA
            ACCEPT WS-RESPOSTA
            IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                MOVE 'A' TO PV-STATUS
                MOVE WS-OPERADOR-ID TO PV-ASSINANTE
                MOVE WS-DATA-REF TO PV-DATA-ASSINATURA
                MOVE PAY-REVIEW-RECORD TO WS-REV-IMAGEM(WS-REV-SUB)
                PERFORM REGRAVA-REVISOES
                DISPLAY "REVISAO ASSINADA - FECHAMENTO LIBERADO"
            ELSE
                DISPLAY "REVISAO NAO ASSINADA"
            END-IF.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO VARIANCE-REPORT-RECORD.
            WRITE VARIANCE-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM PAYVAR.
