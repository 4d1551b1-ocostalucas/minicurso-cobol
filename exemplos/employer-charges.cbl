      ******************************************************************
      * Author:
      * Date:
      * Purpose: what the company owes on top of the payroll, which
      *          PAYREG never carried. For the competencia keyed
      *          (AAAAMM) it reads the closed PAYREG register and
      *          works out per employee the FGTS deposit, the
      *          employer INSS and the accident-risk (RAT)
      *          contribution on the gross, plus the month's share
      *          of the vacation (ferias + 1/3) and 13th-salary
      *          liabilities. The rates are the FGTS, INSP, RAT,
      *          PFER and P13S entries of DEDRATES (rate column),
      *          the legal rates when an entry is missing. Each
      *          employee goes to the CHARGEREG register with the
      *          EMPMASTER department and its DEPTMAST cost center,
      *          for GLPOST to post; the CHARGERPT report lists the
      *          employees, the labor cost per cost center and the
      *          figures of the FGTS and GPS payment guides. Runs in
      *          the close stream after PAYCLOSE, before MONTHEND
      *          archives PAYREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREG.
           SELECT DEDUCTION-RATES-FILE ASSIGN TO "DEDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDRATES.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMASTER.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTMAST.
           SELECT EMPLOYER-CHARGE-FILE ASSIGN TO "CHARGEREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHARGE-REPORT-FILE ASSIGN TO "CHARGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DEDUCTION-RATES-FILE.
       01  DEDUCTION-RATES-RECORD.
           05 DD-TIPO               PIC X(4).
           05 DD-DELIM-1            PIC X(1).
           05 DD-LIMITE             PIC 9(6)V99.
           05 DD-DELIM-2            PIC X(1).
           05 DD-TAXA               PIC 9V9999.

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05 EM-ID                 PIC X(10).
           05 EM-DELIM-1            PIC X(1).
           05 EM-NOME               PIC X(10).
           05 EM-DELIM-2            PIC X(1).
           05 EM-SEXO               PIC X(1).
           05 EM-DELIM-3            PIC X(1).
           05 EM-DEPARTAMENTO       PIC X(10).

       FD  DEPARTMENT-MASTER-FILE.
           COPY "deptmst.cpy".

       FD  EMPLOYER-CHARGE-FILE.
           COPY "chargereg.cpy".

       FD  CHARGE-REPORT-FILE.
       01  CHARGE-REPORT-RECORD     PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-PAYREG PIC X(2).
           77 WS-FS-DEDRATES PIC X(2).
           77 WS-FS-EMPMASTER PIC X(2).
           77 WS-FS-DEPTMAST PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-PERIODO PIC 9(6).
           COPY "deptwk.cpy".
           77 WS-TAXA-FGTS PIC 9V9999 VALUE 0.0800.
           77 WS-TAXA-INSS-PATRONAL PIC 9V9999 VALUE 0.2000.
           77 WS-TAXA-RAT PIC 9V9999 VALUE 0.0200.
           77 WS-TAXA-PROV-FERIAS PIC 9V9999 VALUE 0.1111.
           77 WS-TAXA-PROV-13 PIC 9V9999 VALUE 0.0833.
           01 WS-TABELA-EMPREGADOS.
               05 WS-EMP-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-EMP-IX.
                   10 WS-EMP-ID         PIC X(10).
                   10 WS-EMP-DEPTO      PIC X(10).
           77 WS-EMP-TOTAL PIC 9(3) VALUE 0.
           77 WS-EMP-SUB PIC 9(3).
           77 WS-EMP-ACHOU PIC X(1).
           01 WS-TABELA-CENTROS.
               05 WS-CC-ENTRADA OCCURS 30 TIMES
                       INDEXED BY WS-CC-IX.
                   10 WS-CC-CENTRO      PIC X(6).
                   10 WS-CC-QTD         PIC 9(3).
                   10 WS-CC-BASE        PIC 9(9)V99.
                   10 WS-CC-ENCARGOS    PIC 9(9)V99.
                   10 WS-CC-PROVISOES   PIC 9(9)V99.
           77 WS-CC-TOTAL PIC 9(2) VALUE 0.
           77 WS-CC-SUB PIC 9(2).
           77 WS-CC-ACHOU PIC X(1).
           77 WS-CENTRO-ATUAL PIC X(6).
           77 WS-DEPTO-ATUAL PIC X(10).
           77 WS-VALOR-FGTS PIC 9(6)V99.
           77 WS-VALOR-INSS-PATRONAL PIC 9(6)V99.
           77 WS-VALOR-RAT PIC 9(6)V99.
           77 WS-VALOR-PROV-FERIAS PIC 9(6)V99.
           77 WS-VALOR-PROV-13 PIC 9(6)V99.
           77 WS-CUSTO-TOTAL PIC 9(9)V99.
           77 WS-QTD-EMPREGADOS PIC 9(4) VALUE 0.
           77 WS-TOT-BASE PIC 9(9)V99 VALUE 0.
           77 WS-TOT-INSS-SEGURADOS PIC 9(9)V99 VALUE 0.
           77 WS-TOT-FGTS PIC 9(9)V99 VALUE 0.
           77 WS-TOT-INSS-PATRONAL PIC 9(9)V99 VALUE 0.
           77 WS-TOT-RAT PIC 9(9)V99 VALUE 0.
           77 WS-TOT-PROV-FERIAS PIC 9(9)V99 VALUE 0.
           77 WS-TOT-PROV-13 PIC 9(9)V99 VALUE 0.
           77 WS-TOT-GPS PIC 9(9)V99 VALUE 0.
           77 WS-LINHA PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "ENCARGOS".

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
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF
            DISPLAY "DIGITE A COMPETENCIA (AAAAMM, 0 = MES CORRENTE):"
            ACCEPT WS-PERIODO
            IF WS-PERIODO = 0
                MOVE WS-DATA-ATUAL(1:6) TO WS-PERIODO
            END-IF
            PERFORM CARREGA-TAXAS-ENCARGOS
            PERFORM CARREGA-EMPREGADOS
            PERFORM CARREGA-DEPARTAMENTOS
            OPEN OUTPUT EMPLOYER-CHARGE-FILE
            OPEN OUTPUT CHARGE-REPORT-FILE
            PERFORM GRAVA-CABECALHO
            PERFORM CALCULA-ENCARGOS
            IF WS-QTD-EMPREGADOS = 0
                MOVE SPACES TO WS-LINHA
                STRING "PAYREG SEM REGISTROS DA COMPETENCIA "
                    WS-PERIODO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM GRAVA-CENTROS-CUSTO
                PERFORM GRAVA-GUIAS
            END-IF
            CLOSE EMPLOYER-CHARGE-FILE
            CLOSE CHARGE-REPORT-FILE
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "ENCARGOS FOLHA " WS-PERIODO
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

      * The employer rates ride in the rate column of DEDRATES next
      * to the withholding brackets; an entry not deployed keeps the
      * legal rate: FGTS 8%, employer INSS 20%, RAT 2% (the middle
      * risk grade), vacation 1/12 plus the third, 13th 1/12.
       CARREGA-TAXAS-ENCARGOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DEDUCTION-RATES-FILE.
            IF WS-FS-DEDRATES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DEDUCTION-RATES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE DD-TIPO
                            WHEN "FGTS"
                                MOVE DD-TAXA TO WS-TAXA-FGTS
                            WHEN "INSP"
                                MOVE DD-TAXA TO WS-TAXA-INSS-PATRONAL
                            WHEN "RAT "
                                MOVE DD-TAXA TO WS-TAXA-RAT
                            WHEN "PFER"
                                MOVE DD-TAXA TO WS-TAXA-PROV-FERIAS
                            WHEN "P13S"
                                MOVE DD-TAXA TO WS-TAXA-PROV-13
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-DEDRATES = "10"
                CLOSE DEDUCTION-RATES-FILE
            END-IF.

       CARREGA-EMPREGADOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-FS-EMPMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-EMP-TOTAL < 200
                            ADD 1 TO WS-EMP-TOTAL
                            MOVE EM-ID TO WS-EMP-ID(WS-EMP-TOTAL)
                            MOVE EM-DEPARTAMENTO TO
                                WS-EMP-DEPTO(WS-EMP-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

       GRAVA-CABECALHO.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "ENCARGOS SOBRE A FOLHA - COMPETENCIA " WS-PERIODO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "TAXAS FGTS " WS-TAXA-FGTS
                " INSS PATRONAL " WS-TAXA-INSS-PATRONAL
                " RAT " WS-TAXA-RAT
                " FERIAS " WS-TAXA-PROV-FERIAS
                " 13O " WS-TAXA-PROV-13
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "EMPREGADO  CENTRO BASE      FGTS     INSS PAT"
                " RAT      PROV FER PROV 13"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * Only the register rows of the competencia keyed count, so a
      * PAYREG not yet archived by MONTHEND is never charged twice
      * under the wrong month.
       CALCULA-ENCARGOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-FILE.
            IF WS-FS-PAYREG NOT = "00"
                DISPLAY "PAYREG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REGISTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF RG-COMPETENCIA = WS-PERIODO
                            PERFORM CALCULA-ENCARGOS-EMPREGADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREG = "10"
                CLOSE PAY-REGISTER-FILE
            END-IF.

       CALCULA-ENCARGOS-EMPREGADO.
            ADD 1 TO WS-QTD-EMPREGADOS.
            COMPUTE WS-VALOR-FGTS ROUNDED = RG-BRUTO * WS-TAXA-FGTS.
            COMPUTE WS-VALOR-INSS-PATRONAL ROUNDED =
                RG-BRUTO * WS-TAXA-INSS-PATRONAL.
            COMPUTE WS-VALOR-RAT ROUNDED = RG-BRUTO * WS-TAXA-RAT.
            COMPUTE WS-VALOR-PROV-FERIAS ROUNDED =
                RG-BRUTO * WS-TAXA-PROV-FERIAS.
            COMPUTE WS-VALOR-PROV-13 ROUNDED =
                RG-BRUTO * WS-TAXA-PROV-13.
            PERFORM LOCALIZA-CENTRO-CUSTO.
            MOVE SPACES TO EMPLOYER-CHARGE-RECORD.
            MOVE RG-EMP-ID TO EC-EMP-ID.
            MOVE WS-PERIODO TO EC-COMPETENCIA.
            MOVE WS-DEPTO-ATUAL TO EC-DEPARTAMENTO.
            MOVE WS-CENTRO-ATUAL TO EC-CENTRO-CUSTO.
            MOVE RG-BRUTO TO EC-BASE.
            MOVE WS-VALOR-FGTS TO EC-FGTS.
            MOVE WS-VALOR-INSS-PATRONAL TO EC-INSS-PATRONAL.
            MOVE WS-VALOR-RAT TO EC-RAT.
            MOVE WS-VALOR-PROV-FERIAS TO EC-PROV-FERIAS.
            MOVE WS-VALOR-PROV-13 TO EC-PROV-13.
            WRITE EMPLOYER-CHARGE-RECORD.
            MOVE SPACES TO WS-LINHA.
            STRING RG-EMP-ID " " WS-CENTRO-ATUAL " " RG-BRUTO
                " " WS-VALOR-FGTS " " WS-VALOR-INSS-PATRONAL
                " " WS-VALOR-RAT " " WS-VALOR-PROV-FERIAS
                " " WS-VALOR-PROV-13
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            ADD RG-BRUTO TO WS-TOT-BASE.
            ADD RG-INSS TO WS-TOT-INSS-SEGURADOS.
            ADD WS-VALOR-FGTS TO WS-TOT-FGTS.
            ADD WS-VALOR-INSS-PATRONAL TO WS-TOT-INSS-PATRONAL.
            ADD WS-VALOR-RAT TO WS-TOT-RAT.
            ADD WS-VALOR-PROV-FERIAS TO WS-TOT-PROV-FERIAS.
            ADD WS-VALOR-PROV-13 TO WS-TOT-PROV-13.
            PERFORM ACUMULA-CENTRO-CUSTO.

      * Employee to department through EMPMASTER, department to cost
      * center through DEPTMAST. Anyone the masters cannot place is
      * charged to the SEM CC bucket rather than left out.
       LOCALIZA-CENTRO-CUSTO.
            MOVE SPACES TO WS-DEPTO-ATUAL.
            MOVE "SEM CC" TO WS-CENTRO-ATUAL.
            MOVE 'N' TO WS-EMP-ACHOU.
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                    OR WS-EMP-ACHOU = 'S'
                IF WS-EMP-ID(WS-EMP-SUB) = RG-EMP-ID
                    MOVE 'S' TO WS-EMP-ACHOU
                    SUBTRACT 1 FROM WS-EMP-SUB
                END-IF
            END-PERFORM.
            IF WS-EMP-ACHOU = 'S'
                MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO WS-DEPTO-ATUAL
                MOVE WS-DEPTO-ATUAL TO WS-DM-CODIGO-BUSCA
                PERFORM VERIFICA-DEPARTAMENTO
                IF WS-DM-CENTRO-ACHADO NOT = SPACES
                    MOVE WS-DM-CENTRO-ACHADO TO WS-CENTRO-ATUAL
                END-IF
            END-IF.

       ACUMULA-CENTRO-CUSTO.
            MOVE 'N' TO WS-CC-ACHOU.
            PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                    UNTIL WS-CC-SUB > WS-CC-TOTAL
                    OR WS-CC-ACHOU = 'S'
                IF WS-CC-CENTRO(WS-CC-SUB) = WS-CENTRO-ATUAL
                    MOVE 'S' TO WS-CC-ACHOU
                    SUBTRACT 1 FROM WS-CC-SUB
                END-IF
            END-PERFORM.
            IF WS-CC-ACHOU = 'N' AND WS-CC-TOTAL < 30
                ADD 1 TO WS-CC-TOTAL
                MOVE WS-CC-TOTAL TO WS-CC-SUB
                MOVE WS-CENTRO-ATUAL TO WS-CC-CENTRO(WS-CC-SUB)
                MOVE 0 TO WS-CC-QTD(WS-CC-SUB)
                MOVE 0 TO WS-CC-BASE(WS-CC-SUB)
                MOVE 0 TO WS-CC-ENCARGOS(WS-CC-SUB)
                MOVE 0 TO WS-CC-PROVISOES(WS-CC-SUB)
                MOVE 'S' TO WS-CC-ACHOU
            END-IF
            IF WS-CC-ACHOU = 'S'
                ADD 1 TO WS-CC-QTD(WS-CC-SUB)
                ADD RG-BRUTO TO WS-CC-BASE(WS-CC-SUB)
                COMPUTE WS-CC-ENCARGOS(WS-CC-SUB) =
                    WS-CC-ENCARGOS(WS-CC-SUB) + WS-VALOR-FGTS
                        + WS-VALOR-INSS-PATRONAL + WS-VALOR-RAT
                COMPUTE WS-CC-PROVISOES(WS-CC-SUB) =
                    WS-CC-PROVISOES(WS-CC-SUB) + WS-VALOR-PROV-FERIAS
                        + WS-VALOR-PROV-13
            END-IF.

      * Labor cost per cost center: the gross plus the employer
      * charges plus the provisions - the figure the cost-center
      * reports were missing.
       GRAVA-CENTROS-CUSTO.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "CUSTO DE PESSOAL POR CENTRO DE CUSTO" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "CENTRO QTD BASE        ENCARGOS    PROVISOES"
                "   CUSTO TOTAL"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-CC-SUB FROM 1 BY 1
                    UNTIL WS-CC-SUB > WS-CC-TOTAL
                COMPUTE WS-CUSTO-TOTAL = WS-CC-BASE(WS-CC-SUB)
                    + WS-CC-ENCARGOS(WS-CC-SUB)
                    + WS-CC-PROVISOES(WS-CC-SUB)
                MOVE SPACES TO WS-LINHA
                STRING WS-CC-CENTRO(WS-CC-SUB) " "
                    WS-CC-QTD(WS-CC-SUB) " "
                    WS-CC-BASE(WS-CC-SUB) " "
                    WS-CC-ENCARGOS(WS-CC-SUB) " "
                    WS-CC-PROVISOES(WS-CC-SUB) " "
                    WS-CUSTO-TOTAL
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-PERFORM.

      * The GPS guide carries the INSS withheld from the employees
      * together with the employer INSS and the RAT; the FGTS goes
      * on its own guide. The provisions are book entries only.
       GRAVA-GUIAS.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "GUIA FGTS - COMPETENCIA " WS-PERIODO
                " EMPREGADOS " WS-QTD-EMPREGADOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "BASE DE CALCULO: " WS-TOT-BASE
                " TOTAL A RECOLHER: " WS-TOT-FGTS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "GUIA GPS - COMPETENCIA " WS-PERIODO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "INSS SEGURADOS (PAYREG): " WS-TOT-INSS-SEGURADOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "INSS PATRONAL: " WS-TOT-INSS-PATRONAL
                " RAT: " WS-TOT-RAT
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            COMPUTE WS-TOT-GPS = WS-TOT-INSS-SEGURADOS
                + WS-TOT-INSS-PATRONAL + WS-TOT-RAT.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL A RECOLHER: " WS-TOT-GPS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "PROVISAO FERIAS: " WS-TOT-PROV-FERIAS
                " PROVISAO 13O: " WS-TOT-PROV-13
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CHARGE-REPORT-RECORD.
            WRITE CHARGE-REPORT-RECORD.

       COPY "deptproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM ENCARGOS.
