      ******************************************************************
      * Author:
      * Date:
      * Purpose: the statements the owners and the bank ask for,
      *          straight off the GLJOURNAL ledger GLPOST keeps and
      *          the GLACCTS chart of accounts, for a closing month
      *          (AAAAMM). Mode 1 prints the INCSTMT income
      *          statement: every revenue ('R') and expense ('D')
      *          account with the month, the year to date and the
      *          same month a year earlier, subtotals per group and
      *          the result. Mode 2 prints the BALSHEET balance
      *          sheet at the end of the month: assets ('A')
      *          against liabilities ('P') and equity ('L') plus the
      *          result not yet closed into equity, and checks that
      *          the two sides agree (RC 4 when they do not, or when
      *          the journal carries accounts the chart does not
      *          classify). Mode 3 prints the CCPROFIT profit per
      *          cost center, for the revenue and expense accounts
      *          the chart ties to a DEPTMAST cost center, month and
      *          year to date, with the company-wide accounts
      *          shown apart. Once GLCLOSE has closed a year on
      *          YEARCTL, its ABERTURA batch carries the balances
      *          and the journal before it is left out of the
      *          positions, and the ENCERRA closing batch is kept
      *          out of the month and year columns.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLJOURNAL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLACCTS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTMAST.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YEARCTL.
           SELECT INCOME-STATEMENT-FILE ASSIGN TO "INCSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SHEET-FILE ASSIGN TO "BALSHEET"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COST-CENTER-FILE ASSIGN TO "CCPROFIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
           COPY "gljrn.cpy".

       FD  GL-ACCOUNT-FILE.
           COPY "glacct.cpy".

       FD  DEPARTMENT-MASTER-FILE.
           COPY "deptmst.cpy".

       FD  YEAR-CONTROL-FILE.
           COPY "yearctl.cpy".

       FD  INCOME-STATEMENT-FILE.
       01  INCOME-STATEMENT-RECORD  PIC X(80).

       FD  BALANCE-SHEET-FILE.
       01  BALANCE-SHEET-RECORD     PIC X(80).

       FD  COST-CENTER-FILE.
       01  COST-CENTER-RECORD       PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-GLJOURNAL PIC X(2).
           77 WS-FS-GLACCTS PIC X(2).
           77 WS-FS-DEPTMAST PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-YEARCTL PIC X(2).
           77 WS-ANO-BASE PIC 9(4) VALUE 0.
           77 WS-EOF-ARQ PIC X(1).
      * One line per account, chart order first and then any
      * account found only on the journal. Amounts are kept debit
      * positive and turned round for the credit-side groups when
      * printed.
           01 WS-TABELA-CONTAS.
               05 WS-CTA-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-CTA-IX.
                   10 WS-CTA-CONTA      PIC 9(4).
                   10 WS-CTA-NOME       PIC X(20).
                   10 WS-CTA-TIPO       PIC X(1).
                   10 WS-CTA-CENTRO     PIC X(6).
                   10 WS-CTA-MES        PIC S9(10)V99.
                   10 WS-CTA-ANO        PIC S9(10)V99.
                   10 WS-CTA-MES-ANT    PIC S9(10)V99.
                   10 WS-CTA-ACUM       PIC S9(10)V99.
           77 WS-CTA-TOTAL PIC 9(3) VALUE 0.
           77 WS-CTA-SUB PIC 9(3).
           77 WS-CTA-ACHOU PIC X(1).
           77 WS-CTA-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CONTA-BUSCA PIC 9(4).
           01 WS-TABELA-CENTROS.
               05 WS-CEN-ENTRADA OCCURS 30 TIMES
                       INDEXED BY WS-CEN-IX.
                   10 WS-CEN-CENTRO     PIC X(6).
                   10 WS-CEN-NOME       PIC X(10).
                   10 WS-CEN-REC-MES    PIC S9(10)V99.
                   10 WS-CEN-DESP-MES   PIC S9(10)V99.
                   10 WS-CEN-REC-ANO    PIC S9(10)V99.
                   10 WS-CEN-DESP-ANO   PIC S9(10)V99.
           77 WS-CEN-TOTAL PIC 9(2) VALUE 0.
           77 WS-CEN-SUB PIC 9(2).
           77 WS-CEN-ACHOU PIC X(1).
           77 WS-CEN-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PERIODO PIC 9(6).
           77 WS-PERIODO-ANT PIC 9(6).
           77 WS-PERIODO-OK PIC X(1).
           77 WS-VALOR-MOV PIC S9(10)V99.
           77 WS-TIPO-GRUPO PIC X(1).
           77 WS-VAL-MES PIC S9(10)V99.
           77 WS-VAL-ANO PIC S9(10)V99.
           77 WS-VAL-MES-ANT PIC S9(10)V99.
           77 WS-VAL-ACUM PIC S9(10)V99.
           77 WS-GRP-MES PIC S9(10)V99.
           77 WS-GRP-ANO PIC S9(10)V99.
           77 WS-GRP-MES-ANT PIC S9(10)V99.
           77 WS-GRP-ACUM PIC S9(10)V99.
           77 WS-REC-MES PIC S9(10)V99.
           77 WS-REC-ANO PIC S9(10)V99.
           77 WS-REC-MES-ANT PIC S9(10)V99.
           77 WS-RES-MES PIC S9(10)V99.
           77 WS-RES-ANO PIC S9(10)V99.
           77 WS-RES-MES-ANT PIC S9(10)V99.
           77 WS-TOT-ATIVO PIC S9(10)V99.
           77 WS-TOT-PASSIVO PIC S9(10)V99.
           77 WS-TOT-PL PIC S9(10)V99.
           77 WS-RES-NAO-ENCERRADO PIC S9(10)V99.
           77 WS-TOT-SEM-TIPO PIC S9(10)V99.
           77 WS-QTD-SEM-TIPO PIC 9(3).
           77 WS-EMP-MES PIC S9(10)V99.
           77 WS-EMP-ANO PIC S9(10)V99.
           77 WS-ED-VALOR-1 PIC -(9)9.99.
           77 WS-ED-VALOR-2 PIC -(9)9.99.
           77 WS-ED-VALOR-3 PIC -(9)9.99.
           77 WS-ED-VALOR-4 PIC -(9)9.99.
           77 WS-TITULO-GRUPO PIC X(30).
           77 WS-NOME-CENTRO PIC X(10).
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "FINSTMT".
           COPY "deptwk.cpy".

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
            DISPLAY "1 - DEMONSTRACAO DO RESULTADO (INCSTMT)"
            DISPLAY "2 - BALANCO PATRIMONIAL (BALSHEET)"
            DISPLAY "3 - RESULTADO POR CENTRO DE CUSTO (CCPROFIT)"
            ACCEPT MODO
            IF MODO >= 1 AND MODO <= 3
                PERFORM LE-PERIODO
            END-IF
            EVALUATE TRUE
             WHEN MODO < 1 OR MODO > 3
                DISPLAY "OPCAO INVALIDA!"
             WHEN WS-PERIODO-OK = 'N'
                DISPLAY "PERIODO INVALIDO: " WS-PERIODO
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM CARREGA-PLANO-CONTAS
                PERFORM LOCALIZA-ANO-BASE
                PERFORM SOMA-DIARIO
                IF WS-CTA-ESTOUROU = 'S'
                    DISPLAY "GLACCTS/GLJOURNAL EXCEDEM 100 CONTAS - "
      -                 "DEMONSTRATIVO NAO EMITIDO"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM EMITE-DEMONSTRATIVO
                END-IF
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       EMITE-DEMONSTRATIVO.
            EVALUATE MODO
             WHEN 1 PERFORM DEMONSTRACAO-RESULTADO
                     MOVE "MODO 1 - DRE" TO WS-AUDIT-RESUMO
             WHEN 2 PERFORM BALANCO-PATRIMONIAL
                     MOVE "MODO 2 - BALANCO" TO WS-AUDIT-RESUMO
             WHEN 3 PERFORM RESULTADO-CENTRO-CUSTO
                     MOVE "MODO 3 - CENTRO DE CUSTO" TO
                         WS-AUDIT-RESUMO
            END-EVALUATE.

       LE-PERIODO.
            MOVE 'S' TO WS-PERIODO-OK.
            DISPLAY "DIGITE O PERIODO (AAAAMM):".
            ACCEPT WS-PERIODO.
            IF WS-PERIODO NOT NUMERIC
                MOVE 'N' TO WS-PERIODO-OK
            ELSE
                IF WS-PERIODO(5:2) < "01" OR WS-PERIODO(5:2) > "12"
                    MOVE 'N' TO WS-PERIODO-OK
                ELSE
                    COMPUTE WS-PERIODO-ANT = WS-PERIODO - 100
                END-IF
            END-IF.

      * The chart gives each account its name, group and cost
      * center; with no chart deployed the accounts still come
      * through off the journal, unclassified.
       CARREGA-PLANO-CONTAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-FS-GLACCTS NOT = "00"
                DISPLAY "GLACCTS NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GL-ACCOUNT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE GA-CONTA TO WS-CONTA-BUSCA
                        PERFORM LOCALIZA-CONTA
                        IF WS-CTA-SUB > 0
                            MOVE GA-NOME TO WS-CTA-NOME(WS-CTA-SUB)
                            MOVE GA-TIPO TO WS-CTA-TIPO(WS-CTA-SUB)
                            MOVE GA-CENTRO-CUSTO TO
                                WS-CTA-CENTRO(WS-CTA-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GLACCTS = "10"
                CLOSE GL-ACCOUNT-FILE
            END-IF.

       LOCALIZA-CONTA.
            MOVE 'N' TO WS-CTA-ACHOU.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                    OR WS-CTA-ACHOU = 'S'
                IF WS-CTA-CONTA(WS-CTA-SUB) = WS-CONTA-BUSCA
                    MOVE 'S' TO WS-CTA-ACHOU
                    SUBTRACT 1 FROM WS-CTA-SUB
                END-IF
            END-PERFORM.
            IF WS-CTA-ACHOU = 'N'
                IF WS-CTA-TOTAL < 100
                    ADD 1 TO WS-CTA-TOTAL
                    MOVE WS-CTA-TOTAL TO WS-CTA-SUB
                    MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA(WS-CTA-SUB)
                    MOVE SPACES TO WS-CTA-NOME(WS-CTA-SUB)
                    MOVE SPACE TO WS-CTA-TIPO(WS-CTA-SUB)
                    MOVE SPACES TO WS-CTA-CENTRO(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-MES(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-ANO(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-MES-ANT(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-ACUM(WS-CTA-SUB)
                ELSE
                    MOVE 'S' TO WS-CTA-ESTOUROU
                    MOVE 0 TO WS-CTA-SUB
                END-IF
            END-IF.

      * The latest year closed before the period's own: its
      * ABERTURA batch, dated in the following year, already holds
      * every balance before it.
       LOCALIZA-ANO-BASE.
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
                                AND YC-ANO < WS-PERIODO(1:4)
                                AND YC-ANO > WS-ANO-BASE
                            MOVE YC-ANO TO WS-ANO-BASE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-YEARCTL = "10"
                CLOSE YEAR-CONTROL-FILE
            END-IF.

      * Every line up to the end of the month builds the balance
      * sheet position; the month, the year to date and the same
      * month a year earlier feed the income statement columns.
       SOMA-DIARIO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-FS-GLJOURNAL NOT = "00"
                DISPLAY "GLJOURNAL NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GL-JOURNAL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF JR-DATA(1:6) <= WS-PERIODO
                            PERFORM SOMA-LANCAMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GLJOURNAL = "10"
                CLOSE GL-JOURNAL-FILE
            END-IF.

       SOMA-LANCAMENTO.
            MOVE JR-CONTA TO WS-CONTA-BUSCA.
            PERFORM LOCALIZA-CONTA.
            IF WS-CTA-SUB > 0
                IF JR-DC = 'D'
                    MOVE JR-VALOR TO WS-VALOR-MOV
                ELSE
                    COMPUTE WS-VALOR-MOV = 0 - JR-VALOR
                END-IF
                IF JR-DATA(1:4) > WS-ANO-BASE
                    ADD WS-VALOR-MOV TO WS-CTA-ACUM(WS-CTA-SUB)
                END-IF
                IF JR-LOTE NOT = "ENCERRA" AND JR-LOTE NOT = "ESTENCER"
                    PERFORM SOMA-COLUNAS-RESULTADO
                END-IF
            END-IF.

       SOMA-COLUNAS-RESULTADO.
            IF JR-DATA(1:6) = WS-PERIODO
                ADD WS-VALOR-MOV TO WS-CTA-MES(WS-CTA-SUB)
            END-IF
            IF JR-DATA(1:4) = WS-PERIODO(1:4)
                ADD WS-VALOR-MOV TO WS-CTA-ANO(WS-CTA-SUB)
            END-IF
            IF JR-DATA(1:6) = WS-PERIODO-ANT
                ADD WS-VALOR-MOV TO WS-CTA-MES-ANT(WS-CTA-SUB)
            END-IF.

      * Credit-side groups (liabilities, equity, revenue) print
      * credit positive; the debit-side ones as they are kept.
       VALORES-DA-CONTA.
            IF WS-CTA-TIPO(WS-CTA-SUB) = 'P'
                    OR WS-CTA-TIPO(WS-CTA-SUB) = 'L'
                    OR WS-CTA-TIPO(WS-CTA-SUB) = 'R'
                COMPUTE WS-VAL-MES = 0 - WS-CTA-MES(WS-CTA-SUB)
                COMPUTE WS-VAL-ANO = 0 - WS-CTA-ANO(WS-CTA-SUB)
                COMPUTE WS-VAL-MES-ANT =
                    0 - WS-CTA-MES-ANT(WS-CTA-SUB)
                COMPUTE WS-VAL-ACUM = 0 - WS-CTA-ACUM(WS-CTA-SUB)
            ELSE
                MOVE WS-CTA-MES(WS-CTA-SUB) TO WS-VAL-MES
                MOVE WS-CTA-ANO(WS-CTA-SUB) TO WS-VAL-ANO
                MOVE WS-CTA-MES-ANT(WS-CTA-SUB) TO WS-VAL-MES-ANT
                MOVE WS-CTA-ACUM(WS-CTA-SUB) TO WS-VAL-ACUM
            END-IF.

      * Revenue first, then expenses, each with its subtotal; the
      * result is revenue less expenses in every column.
       DEMONSTRACAO-RESULTADO.
            OPEN OUTPUT INCOME-STATEMENT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "DEMONSTRACAO DO RESULTADO - PERIODO " WS-PERIODO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DRE.
            MOVE SPACES TO WS-LINHA.
            STRING "CONTA NOME                           MES"
                "  ACUMULADO ANO   MES ANO ANT."
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DRE.
            MOVE 'R' TO WS-TIPO-GRUPO.
            MOVE "RECEITAS" TO WS-TITULO-GRUPO.
            PERFORM GRUPO-RESULTADO.
            MOVE WS-GRP-MES TO WS-REC-MES.
            MOVE WS-GRP-ANO TO WS-REC-ANO.
            MOVE WS-GRP-MES-ANT TO WS-REC-MES-ANT.
            MOVE 'D' TO WS-TIPO-GRUPO.
            MOVE "DESPESAS" TO WS-TITULO-GRUPO.
            PERFORM GRUPO-RESULTADO.
            COMPUTE WS-RES-MES = WS-REC-MES - WS-GRP-MES.
            COMPUTE WS-RES-ANO = WS-REC-ANO - WS-GRP-ANO.
            COMPUTE WS-RES-MES-ANT = WS-REC-MES-ANT - WS-GRP-MES-ANT.
            MOVE WS-RES-MES TO WS-ED-VALOR-1.
            MOVE WS-RES-ANO TO WS-ED-VALOR-2.
            MOVE WS-RES-MES-ANT TO WS-ED-VALOR-3.
            MOVE SPACES TO WS-LINHA.
            STRING "RESULTADO DO PERIODO      " WS-ED-VALOR-1 " "
                WS-ED-VALOR-2 " " WS-ED-VALOR-3
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DRE.
            CLOSE INCOME-STATEMENT-FILE.

       GRUPO-RESULTADO.
            MOVE 0 TO WS-GRP-MES.
            MOVE 0 TO WS-GRP-ANO.
            MOVE 0 TO WS-GRP-MES-ANT.
            MOVE WS-TITULO-GRUPO TO WS-LINHA.
            PERFORM GRAVA-LINHA-DRE.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF WS-CTA-TIPO(WS-CTA-SUB) = WS-TIPO-GRUPO
                    PERFORM LINHA-CONTA-RESULTADO
                END-IF
            END-PERFORM.
            MOVE WS-GRP-MES TO WS-ED-VALOR-1.
            MOVE WS-GRP-ANO TO WS-ED-VALOR-2.
            MOVE WS-GRP-MES-ANT TO WS-ED-VALOR-3.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL " WS-TITULO-GRUPO(1:20) WS-ED-VALOR-1 " "
                WS-ED-VALOR-2 " " WS-ED-VALOR-3
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DRE.

       LINHA-CONTA-RESULTADO.
            PERFORM VALORES-DA-CONTA.
            ADD WS-VAL-MES TO WS-GRP-MES.
            ADD WS-VAL-ANO TO WS-GRP-ANO.
            ADD WS-VAL-MES-ANT TO WS-GRP-MES-ANT.
            IF WS-VAL-MES NOT = 0 OR WS-VAL-ANO NOT = 0
                    OR WS-VAL-MES-ANT NOT = 0
                MOVE WS-VAL-MES TO WS-ED-VALOR-1
                MOVE WS-VAL-ANO TO WS-ED-VALOR-2
                MOVE WS-VAL-MES-ANT TO WS-ED-VALOR-3
                MOVE SPACES TO WS-LINHA
                STRING WS-CTA-CONTA(WS-CTA-SUB) "  "
                    WS-CTA-NOME(WS-CTA-SUB) WS-ED-VALOR-1 " "
                    WS-ED-VALOR-2 " " WS-ED-VALOR-3
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-DRE
            END-IF.

       GRAVA-LINHA-DRE.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO INCOME-STATEMENT-RECORD.
            WRITE INCOME-STATEMENT-RECORD.

      * Position at the end of the month. Revenue and expense
      * accounts hold the result not yet closed into equity, shown
      * as its own equity line so the two sides can be compared.
       BALANCO-PATRIMONIAL.
            OPEN OUTPUT BALANCE-SHEET-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "BALANCO PATRIMONIAL - POSICAO AO FIM DE "
                WS-PERIODO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-BALANCO.
            MOVE 'A' TO WS-TIPO-GRUPO.
            MOVE "ATIVO" TO WS-TITULO-GRUPO.
            PERFORM GRUPO-BALANCO.
            MOVE WS-GRP-ACUM TO WS-TOT-ATIVO.
            MOVE 'P' TO WS-TIPO-GRUPO.
            MOVE "PASSIVO" TO WS-TITULO-GRUPO.
            PERFORM GRUPO-BALANCO.
            MOVE WS-GRP-ACUM TO WS-TOT-PASSIVO.
            MOVE 'L' TO WS-TIPO-GRUPO.
            MOVE "PATRIMONIO LIQUIDO" TO WS-TITULO-GRUPO.
            PERFORM GRUPO-BALANCO.
            MOVE 0 TO WS-RES-NAO-ENCERRADO.
            MOVE 0 TO WS-TOT-SEM-TIPO.
            MOVE 0 TO WS-QTD-SEM-TIPO.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                PERFORM SOMA-FORA-DO-BALANCO
            END-PERFORM.
            MOVE WS-RES-NAO-ENCERRADO TO WS-ED-VALOR-1.
            MOVE SPACES TO WS-LINHA.
            STRING "    RESULTADO NAO ENCERRADO " WS-ED-VALOR-1
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-BALANCO.
            COMPUTE WS-TOT-PL = WS-GRP-ACUM + WS-RES-NAO-ENCERRADO.
            MOVE WS-TOT-PL TO WS-ED-VALOR-1.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL PATRIMONIO LIQUIDO    " WS-ED-VALOR-1
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-BALANCO.
            COMPUTE WS-GRP-ACUM = WS-TOT-PASSIVO + WS-TOT-PL.
            MOVE WS-TOT-ATIVO TO WS-ED-VALOR-1.
            MOVE WS-GRP-ACUM TO WS-ED-VALOR-2.
            MOVE SPACES TO WS-LINHA.
            STRING "ATIVO " WS-ED-VALOR-1 "  PASSIVO + PL "
                WS-ED-VALOR-2
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-BALANCO.
            IF WS-QTD-SEM-TIPO > 0
                MOVE WS-TOT-SEM-TIPO TO WS-ED-VALOR-1
                MOVE SPACES TO WS-LINHA
                STRING "*** CONTAS SEM CLASSIFICACAO NO GLACCTS: "
                    WS-QTD-SEM-TIPO " SALDO " WS-ED-VALOR-1
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-BALANCO
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE SPACES TO WS-LINHA.
            IF WS-TOT-ATIVO = WS-GRP-ACUM
                MOVE "BALANCO: FECHADO" TO WS-LINHA
            ELSE
                MOVE "BALANCO: *** DIVERGENTE ***" TO WS-LINHA
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM GRAVA-LINHA-BALANCO.
            CLOSE BALANCE-SHEET-FILE.

       GRUPO-BALANCO.
            MOVE 0 TO WS-GRP-ACUM.
            MOVE WS-TITULO-GRUPO TO WS-LINHA.
            PERFORM GRAVA-LINHA-BALANCO.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF WS-CTA-TIPO(WS-CTA-SUB) = WS-TIPO-GRUPO
                    PERFORM LINHA-CONTA-BALANCO
                END-IF
            END-PERFORM.
            IF WS-TIPO-GRUPO NOT = 'L'
                MOVE WS-GRP-ACUM TO WS-ED-VALOR-1
                MOVE SPACES TO WS-LINHA
                STRING "TOTAL " WS-TITULO-GRUPO(1:22) WS-ED-VALOR-1
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-BALANCO
            END-IF.

       LINHA-CONTA-BALANCO.
            PERFORM VALORES-DA-CONTA.
            ADD WS-VAL-ACUM TO WS-GRP-ACUM.
            IF WS-VAL-ACUM NOT = 0
                MOVE WS-VAL-ACUM TO WS-ED-VALOR-1
                MOVE SPACES TO WS-LINHA
                STRING WS-CTA-CONTA(WS-CTA-SUB) "  "
                    WS-CTA-NOME(WS-CTA-SUB) "  " WS-ED-VALOR-1
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-BALANCO
            END-IF.

       SOMA-FORA-DO-BALANCO.
            EVALUATE WS-CTA-TIPO(WS-CTA-SUB)
             WHEN 'A'
             WHEN 'P'
             WHEN 'L'
                CONTINUE
             WHEN 'R'
             WHEN 'D'
                SUBTRACT WS-CTA-ACUM(WS-CTA-SUB) FROM
                    WS-RES-NAO-ENCERRADO
             WHEN OTHER
                IF WS-CTA-ACUM(WS-CTA-SUB) NOT = 0
                    ADD WS-CTA-ACUM(WS-CTA-SUB) TO WS-TOT-SEM-TIPO
                    ADD 1 TO WS-QTD-SEM-TIPO
                    MOVE WS-CTA-ACUM(WS-CTA-SUB) TO WS-ED-VALOR-1
                    DISPLAY "CONTA SEM TIPO NO GLACCTS: "
      -                 WS-CTA-CONTA(WS-CTA-SUB) " SALDO "
      -                 WS-ED-VALOR-1
                END-IF
            END-EVALUATE.

       GRAVA-LINHA-BALANCO.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO BALANCE-SHEET-RECORD.
            WRITE BALANCE-SHEET-RECORD.

      * Revenue and expense accounts tied to a cost center are
      * summed per center, named off DEPTMAST; the rest of the
      * result is company-wide and shown on a line of its own.
       RESULTADO-CENTRO-CUSTO.
            PERFORM CARREGA-DEPARTAMENTOS.
            MOVE 0 TO WS-CEN-TOTAL.
            MOVE 0 TO WS-EMP-MES.
            MOVE 0 TO WS-EMP-ANO.
            MOVE 0 TO WS-RES-MES.
            MOVE 0 TO WS-RES-ANO.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF WS-CTA-TIPO(WS-CTA-SUB) = 'R'
                        OR WS-CTA-TIPO(WS-CTA-SUB) = 'D'
                    PERFORM ACUMULA-CENTRO
                END-IF
            END-PERFORM.
            OPEN OUTPUT COST-CENTER-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "RESULTADO POR CENTRO DE CUSTO - PERIODO "
                WS-PERIODO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CENTRO.
            MOVE SPACES TO WS-LINHA.
            STRING "CENTRO NOME         RECEITA MES   DESPESA MES"
                "  RESULT. MES  RESULT. ANO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CENTRO.
            PERFORM VARYING WS-CEN-SUB FROM 1 BY 1
                    UNTIL WS-CEN-SUB > WS-CEN-TOTAL
                PERFORM LINHA-CENTRO
            END-PERFORM.
            MOVE WS-EMP-MES TO WS-ED-VALOR-1.
            MOVE WS-EMP-ANO TO WS-ED-VALOR-2.
            MOVE SPACES TO WS-LINHA.
            STRING "SEM CENTRO (EMPRESA)     RESULT. MES "
                WS-ED-VALOR-1 " ANO " WS-ED-VALOR-2
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CENTRO.
            MOVE WS-RES-MES TO WS-ED-VALOR-1.
            MOVE WS-RES-ANO TO WS-ED-VALOR-2.
            MOVE SPACES TO WS-LINHA.
            STRING "RESULTADO DA EMPRESA     RESULT. MES "
                WS-ED-VALOR-1 " ANO " WS-ED-VALOR-2
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CENTRO.
            IF WS-CEN-ESTOUROU = 'S'
                MOVE SPACES TO WS-LINHA
                STRING "*** MAIS DE 30 CENTROS - EXCEDENTES SOMADOS "
                    "EM SEM CENTRO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-CENTRO
                MOVE 4 TO RETURN-CODE
            END-IF
            CLOSE COST-CENTER-FILE.

      * Revenue enters the center result positive, expense negative;
      * WS-EMP-MES/ANO carry what stays company-wide and
      * WS-RES-MES/ANO the whole company's result as a cross-check.
       ACUMULA-CENTRO.
            PERFORM VALORES-DA-CONTA.
            IF WS-CTA-TIPO(WS-CTA-SUB) = 'R'
                ADD WS-VAL-MES TO WS-RES-MES
                ADD WS-VAL-ANO TO WS-RES-ANO
            ELSE
                SUBTRACT WS-VAL-MES FROM WS-RES-MES
                SUBTRACT WS-VAL-ANO FROM WS-RES-ANO
            END-IF
            MOVE 0 TO WS-CEN-SUB.
            IF WS-CTA-CENTRO(WS-CTA-SUB) NOT = SPACES
                PERFORM LOCALIZA-CENTRO
            END-IF
            IF WS-CEN-SUB = 0
                IF WS-CTA-TIPO(WS-CTA-SUB) = 'R'
                    ADD WS-VAL-MES TO WS-EMP-MES
                    ADD WS-VAL-ANO TO WS-EMP-ANO
                ELSE
                    SUBTRACT WS-VAL-MES FROM WS-EMP-MES
                    SUBTRACT WS-VAL-ANO FROM WS-EMP-ANO
                END-IF
            ELSE
                IF WS-CTA-TIPO(WS-CTA-SUB) = 'R'
                    ADD WS-VAL-MES TO WS-CEN-REC-MES(WS-CEN-SUB)
                    ADD WS-VAL-ANO TO WS-CEN-REC-ANO(WS-CEN-SUB)
                ELSE
                    ADD WS-VAL-MES TO WS-CEN-DESP-MES(WS-CEN-SUB)
                    ADD WS-VAL-ANO TO WS-CEN-DESP-ANO(WS-CEN-SUB)
                END-IF
            END-IF.

       LOCALIZA-CENTRO.
            MOVE 'N' TO WS-CEN-ACHOU.
            PERFORM VARYING WS-CEN-SUB FROM 1 BY 1
                    UNTIL WS-CEN-SUB > WS-CEN-TOTAL
                    OR WS-CEN-ACHOU = 'S'
                IF WS-CEN-CENTRO(WS-CEN-SUB) =
                        WS-CTA-CENTRO(WS-CTA-SUB)
                    MOVE 'S' TO WS-CEN-ACHOU
                    SUBTRACT 1 FROM WS-CEN-SUB
                END-IF
            END-PERFORM.
            IF WS-CEN-ACHOU = 'N'
                IF WS-CEN-TOTAL < 30
                    ADD 1 TO WS-CEN-TOTAL
                    MOVE WS-CEN-TOTAL TO WS-CEN-SUB
                    MOVE WS-CTA-CENTRO(WS-CTA-SUB) TO
                        WS-CEN-CENTRO(WS-CEN-SUB)
                    PERFORM BUSCA-NOME-CENTRO
                    MOVE WS-NOME-CENTRO TO WS-CEN-NOME(WS-CEN-SUB)
                    MOVE 0 TO WS-CEN-REC-MES(WS-CEN-SUB)
                    MOVE 0 TO WS-CEN-DESP-MES(WS-CEN-SUB)
                    MOVE 0 TO WS-CEN-REC-ANO(WS-CEN-SUB)
                    MOVE 0 TO WS-CEN-DESP-ANO(WS-CEN-SUB)
                ELSE
                    MOVE 'S' TO WS-CEN-ESTOUROU
                    MOVE 0 TO WS-CEN-SUB
                END-IF
            END-IF.

      * The center is named after the first DEPTMAST department
      * that carries it; a center no department carries is shown
      * flagged so the chart can be corrected.
       BUSCA-NOME-CENTRO.
            MOVE 'N' TO WS-CEN-ACHOU.
            MOVE "NAO CADAST" TO WS-NOME-CENTRO.
            PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                    UNTIL WS-DM-SUB > WS-DM-TOTAL
                    OR WS-CEN-ACHOU = 'S'
                IF WS-DM-CENTRO(WS-DM-SUB) =
                        WS-CTA-CENTRO(WS-CTA-SUB)
                    MOVE 'S' TO WS-CEN-ACHOU
                    MOVE WS-DM-NOME(WS-DM-SUB) TO WS-NOME-CENTRO
                END-IF
            END-PERFORM.

       LINHA-CENTRO.
            MOVE WS-CEN-REC-MES(WS-CEN-SUB) TO WS-ED-VALOR-1.
            MOVE WS-CEN-DESP-MES(WS-CEN-SUB) TO WS-ED-VALOR-2.
            COMPUTE WS-ED-VALOR-3 = WS-CEN-REC-MES(WS-CEN-SUB)
                - WS-CEN-DESP-MES(WS-CEN-SUB).
            COMPUTE WS-ED-VALOR-4 = WS-CEN-REC-ANO(WS-CEN-SUB)
                - WS-CEN-DESP-ANO(WS-CEN-SUB).
            MOVE SPACES TO WS-LINHA.
            STRING WS-CEN-CENTRO(WS-CEN-SUB) " "
                WS-CEN-NOME(WS-CEN-SUB) " " WS-ED-VALOR-1 " "
                WS-ED-VALOR-2 " " WS-ED-VALOR-3 " " WS-ED-VALOR-4
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-CENTRO.

       GRAVA-LINHA-CENTRO.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO COST-CENTER-RECORD.
            WRITE COST-CENTER-RECORD.

       COPY "deptproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM FINSTMT.
