      *          each with an effective date - to EMPMASTER under
      *          CHANGELOG audit; transactions not yet effective are
      *          left waiting in EMPTRANS and applied ones move to
      *          the EMPMOVES history, with the effective date and,
      *          for a termination, the reason RESCISAO settles it
      *          by; a transfer also keeps the department it came
      *          from. Every hire applied requires the employee's
      *          admission exam, and every termination the dismissal
      *          exam, on the OCCEXAM file the clinic books them off.
      *          Mode 2 is the monthly headcount-movement report
      *          per DEPTMAST department - opening headcount, hires,
      *          terminations, transfers in and out, closing
      *          headcount, turnover rate and average tenure - with a
      *          twelve-month trend and the leavers who went within
      *          their first 90 days. Headcounts are rolled back from
      *          EMPMASTER through the EMPMOVES history by effective
      *          date; tenure counts from the latest hire on record.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EMPLOYEE-MOVES-FILE ASSIGN TO "EMPMOVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMOVES.
           SELECT OCCUPATIONAL-EXAM-FILE ASSIGN TO "OCCEXAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OCCEXAM.
           SELECT TRANS-WORK-FILE ASSIGN TO "EMPTRWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
           05 ET-DEPARTAMENTO       PIC X(10).
           05 ET-DELIM-5            PIC X(1).
           05 ET-DATA-EFETIVA       PIC 9(8).
           05 ET-DELIM-6            PIC X(1).
      * Termination reason, 'T' only: 'S' dispensa sem justa causa,
      * 'J' justa causa, 'P' pedido de demissao, 'A' acordo. Left
      * blank it is taken as 'S', the case that owes the most.
           05 ET-MOTIVO             PIC X(1).

       FD  EMPLOYEE-MOVES-FILE.
       01  EMPLOYEE-MOVES-RECORD.
           05 MV-ID                 PIC X(10).
           05 MV-DELIM-3            PIC X(1).
           05 MV-DEPARTAMENTO       PIC X(10).
           05 MV-DELIM-4            PIC X(1).
           05 MV-DATA-EFETIVA       PIC 9(8).
           05 MV-DELIM-5            PIC X(1).
           05 MV-MOTIVO             PIC X(1).
      * Transfers only: the department the employee left. Moves
      * written before it was kept read back with spaces here.
           05 MV-DELIM-6            PIC X(1).
           05 MV-DEPTO-ORIGEM       PIC X(10).

       FD  OCCUPATIONAL-EXAM-FILE.
           COPY "occexam.cpy".

       FD  TRANS-WORK-FILE.
       01  TRANS-WORK-RECORD        PIC X(50).
           77 WS-FS-EMPTRANS PIC X(2).
           77 WS-FS-EMPMOVES PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-OCCEXAM PIC X(2).
           77 WS-QTD-EXAMES PIC 9(4) VALUE 0.
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-FUNCIONARIOS.
           77 WS-QTD-PENDENTES PIC 9(4) VALUE 0.
           77 WS-QTD-RECUSADAS PIC 9(4) VALUE 0.
           77 WS-ANO-MES PIC 9(6).
           77 WS-DEPTO-ORIGEM PIC X(10).
           77 WS-ID-BUSCA PIC X(10).
           01 WS-TABELA-MOVIMENTO.
               05 WS-MOV-ENTRADA OCCURS 30 TIMES
                       INDEXED BY WS-MOV-IX.
                   10 WS-MOV-DEPTO      PIC X(10).
                   10 WS-MOV-INICIAL    PIC S9(4).
                   10 WS-MOV-ADMITIDOS  PIC 9(4).
                   10 WS-MOV-DESLIGADOS PIC 9(4).
                   10 WS-MOV-ENTRADAS   PIC 9(4).
                   10 WS-MOV-SAIDAS     PIC 9(4).
                   10 WS-MOV-FINAL      PIC S9(4).
                   10 WS-MOV-DIAS-SOMA  PIC 9(9).
                   10 WS-MOV-COM-DATA   PIC 9(4).
           77 WS-MOV-TOTAL PIC 9(2) VALUE 0.
           77 WS-MOV-SUB PIC 9(2).
           77 WS-MOV-ACHOU PIC X(1).
           77 WS-MOV-BUSCA PIC X(10).
           01 WS-TABELA-HISTORICO.
               05 WS-HIS-ENTRADA OCCURS 2000 TIMES.
                   10 WS-HIS-TIPO       PIC X(1).
                   10 WS-HIS-ID         PIC X(10).
                   10 WS-HIS-DEPTO      PIC X(10).
                   10 WS-HIS-ORIGEM     PIC X(10).
                   10 WS-HIS-DATA       PIC 9(8).
                   10 WS-HIS-MES        PIC 9(6).
                   10 WS-HIS-MOTIVO     PIC X(1).
           77 WS-HIS-TOTAL PIC 9(4) VALUE 0.
           77 WS-HIS-SUB PIC 9(4).
           77 WS-HIS-SUB-2 PIC 9(4).
           01 WS-TABELA-TENDENCIA.
               05 WS-TND-ENTRADA OCCURS 12 TIMES.
                   10 WS-TND-MES        PIC 9(6).
                   10 WS-TND-INICIAL    PIC S9(5).
                   10 WS-TND-ADMITIDOS  PIC 9(4).
                   10 WS-TND-DESLIGADOS PIC 9(4).
                   10 WS-TND-FINAL      PIC S9(5).
           77 WS-TND-SUB PIC 9(2).
           77 WS-QTD-ATUAL PIC 9(4).
           77 WS-QTD-SEM-DATA PIC 9(4).
           77 WS-QTD-FORA-TABELA PIC 9(4).
           77 WS-QTD-PRECOCES PIC 9(4).
           77 WS-MES-CALC PIC 9(6).
           77 WS-MES-INICIO PIC 9(6).
           77 WS-ANO-CALC PIC 9(4).
           77 WS-MM-CALC PIC 9(2).
           77 WS-FIM-MES PIC 9(8).
           77 WS-DATA-ADMISSAO PIC 9(8).
           77 WS-MEDIA-HEADCOUNT PIC 9(5)V99.
           77 WS-TURNOVER PIC 9(3)V9.
           77 WS-TEMPO-MEDIO PIC 9(4)V9.
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           01 WS-LINHA-DEPTO.
               05 WS-LD-DEPTO       PIC X(10).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-INICIAL     PIC ---9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-ADMITIDOS   PIC ZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-DESLIGADOS  PIC ZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-ENTRADAS    PIC ZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-SAIDAS      PIC ZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-FINAL       PIC ---9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LD-TURNOVER    PIC ZZ9.9.
               05 FILLER            PIC X(2) VALUE "% ".
               05 WS-LD-TEMPO       PIC ZZZ9.9.
           01 WS-LINHA-TENDENCIA.
               05 WS-LT-MES         PIC 9(6).
               05 FILLER            PIC X(5) VALUE SPACES.
               05 WS-LT-INICIAL     PIC ---9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-ADMITIDOS   PIC ZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-DESLIGADOS  PIC ZZZ9.
               05 FILLER            PIC X(11) VALUE SPACES.
               05 WS-LT-FINAL       PIC ---9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 WS-LT-TURNOVER    PIC ZZ9.9.
               05 FILLER            PIC X(1) VALUE "%".
           77 WS-ED-DIAS PIC ZZ9.
           77 WS-FS-DEPTMAST PIC X(2).
           COPY "deptwk.cpy".
           77 WS-FS-REJECTS PIC X(2).
            IF WS-FS-EMPMOVES = "35"
                OPEN OUTPUT EMPLOYEE-MOVES-FILE
            END-IF
            OPEN EXTEND OCCUPATIONAL-EXAM-FILE.
            IF WS-FS-OCCEXAM = "35"
                OPEN OUTPUT OCCUPATIONAL-EXAM-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-TRANS-FILE.
            IF WS-FS-EMPTRANS NOT = "00"
            END-IF
            CLOSE TRANS-WORK-FILE.
            CLOSE EMPLOYEE-MOVES-FILE.
            CLOSE OCCUPATIONAL-EXAM-FILE.
            PERFORM REGRAVA-EMPMASTER.
            PERFORM REGRAVA-EMPTRANS-PENDENTES.
            DISPLAY "TRANSACOES APLICADAS: " WS-QTD-APLICADAS.
            DISPLAY "TRANSACOES AINDA NAO EFETIVAS: "
      -         WS-QTD-PENDENTES.
            DISPLAY "TRANSACOES RECUSADAS: " WS-QTD-RECUSADAS.
            DISPLAY "EXAMES OCUPACIONAIS EXIGIDOS (OCCEXAM): "
      -         WS-QTD-EXAMES.

      * A hire or transfer naming a department code that is not on
      * DEPTMAST goes to the central rejects file - applying it
      * would plant free text back into the master the subtotals
      * just stopped choking on.
       APLICA-UMA-TRANSACAO.
            IF ET-TIPO = 'T' AND ET-MOTIVO = SPACE
                MOVE 'S' TO ET-MOTIVO
            END-IF
            IF ET-TIPO = 'T' AND ET-MOTIVO NOT = 'S'
                    AND ET-MOTIVO NOT = 'J' AND ET-MOTIVO NOT = 'P'
                    AND ET-MOTIVO NOT = 'A'
                DISPLAY "MOTIVO DE DESLIGAMENTO INVALIDO: "
      -             ET-MOTIVO " - TRANSACAO RECUSADA"
                ADD 1 TO WS-QTD-RECUSADAS
                MOVE "MOTV" TO WS-REJ-MOTIVO
                MOVE EMPLOYEE-TRANS-RECORD TO WS-REJ-IMAGEM
                PERFORM GRAVA-REJEITO
            ELSE
                PERFORM VALIDA-DEPARTAMENTO-TRANSACAO
            END-IF.

       VALIDA-DEPARTAMENTO-TRANSACAO.
            IF ET-TIPO = 'H' OR ET-TIPO = 'X'
                MOVE ET-DEPARTAMENTO TO WS-DM-CODIGO-BUSCA
                PERFORM VERIFICA-DEPARTAMENTO
                    ADD 1 TO WS-QTD-RECUSADAS
                ELSE
                    PERFORM MONTA-IMAGEM-ANTES
                    MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO WS-DEPTO-ORIGEM
                    MOVE ET-DEPARTAMENTO TO WS-EMP-DEPTO(WS-EMP-SUB)
                    MOVE "A" TO WS-CHG-OPERACAO
                    PERFORM MONTA-IMAGEM-DEPOIS
            MOVE ET-TIPO TO MV-TIPO.
            MOVE ET-ID TO MV-ID.
            MOVE ET-DEPARTAMENTO TO MV-DEPARTAMENTO.
            MOVE ET-DATA-EFETIVA TO MV-DATA-EFETIVA.
            IF ET-TIPO = 'T'
                MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO MV-DEPARTAMENTO
                MOVE ET-MOTIVO TO MV-MOTIVO
            END-IF
            IF ET-TIPO = 'X'
                MOVE WS-DEPTO-ORIGEM TO MV-DEPTO-ORIGEM
            END-IF
            WRITE EMPLOYEE-MOVES-RECORD.
            IF ET-TIPO = 'H' OR ET-TIPO = 'T'
                PERFORM EXIGE-EXAME-OCUPACIONAL
            END-IF.

      * The admission exam is due by the first day of work, the
      * dismissal exam within ten days of the termination.
       EXIGE-EXAME-OCUPACIONAL.
            MOVE SPACES TO OCCUPATIONAL-EXAM-RECORD.
            MOVE ET-ID TO OE-EMP-ID.
            MOVE 'P' TO OE-STATUS.
            MOVE 0 TO OE-DATA-AGENDA.
            MOVE 0 TO OE-HORA.
            MOVE 0 TO OE-DATA-REALIZADO.
            IF ET-TIPO = 'H'
                MOVE 'A' TO OE-TIPO
                MOVE ET-DATA-EFETIVA TO OE-DATA-LIMITE
            ELSE
                MOVE 'D' TO OE-TIPO
                MOVE ET-DATA-EFETIVA TO WS-DS-DATA
                MOVE 'J' TO WS-DS-FUNCAO
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                ADD 10 TO WS-DS-DIAS
                MOVE 'D' TO WS-DS-FUNCAO
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                MOVE WS-DS-DATA TO OE-DATA-LIMITE
            END-IF
            WRITE OCCUPATIONAL-EXAM-RECORD.
            ADD 1 TO WS-QTD-EXAMES.

       REGRAVA-EMPMASTER.
            OPEN OUTPUT EMPLOYEE-MASTER-FILE.
            CLOSE TRANS-WORK-FILE.
            CLOSE EMPLOYEE-TRANS-FILE.

      * The month's movement per department. The closing headcount
      * is EMPMASTER as it stands with every move effective after
      * the month undone, latest first; the opening headcount is
      * the closing one less the month's own moves. Turnover is the
      * month's terminations over the average of the two.
       RELATORIO-MOVIMENTACAO.
            DISPLAY "DIGITE O MES DE REFERENCIA (AAAAMM, 0 = MES "
      -         "CORRENTE):"
            ACCEPT WS-ANO-MES
            IF WS-ANO-MES = 0
                DIVIDE WS-DATA-REF BY 100 GIVING WS-ANO-MES
            END-IF
            PERFORM CALCULA-FIM-MES.
            PERFORM CARREGA-EMPMASTER.
            MOVE WS-EMP-TOTAL TO WS-QTD-ATUAL.
            MOVE 0 TO WS-QTD-SEM-DATA.
            PERFORM CARREGA-HISTORICO.
            PERFORM CARREGA-DEPARTAMENTOS.
            MOVE 0 TO WS-MOV-TOTAL.
            PERFORM VARYING WS-DM-SUB FROM 1 BY 1
                    UNTIL WS-DM-SUB > WS-DM-TOTAL
                MOVE WS-DM-CODIGO(WS-DM-SUB) TO WS-MOV-BUSCA
                PERFORM LOCALIZA-DEPTO-MOVIMENTO
            END-PERFORM.
            PERFORM DESFAZ-MOVIMENTOS-POSTERIORES.
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                IF WS-EMP-ATIVO(WS-EMP-SUB) = 'S'
                    PERFORM ACUMULA-QUADRO-FINAL
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                IF WS-HIS-MES(WS-HIS-SUB) = WS-ANO-MES
                    PERFORM ACUMULA-MOVIMENTO
                END-IF
            END-PERFORM.
            DISPLAY "=== MOVIMENTACAO DO QUADRO " WS-ANO-MES " ===".
            DISPLAY "DEPTO      INIC ADMI DESL T-EN T-SA  FIM TURNOV"
      -         "  TEMPO".
            PERFORM VARYING WS-MOV-SUB FROM 1 BY 1
                    UNTIL WS-MOV-SUB > WS-MOV-TOTAL
                PERFORM IMPRIME-LINHA-DEPTO
            END-PERFORM.
            DISPLAY "T-EN/T-SA: TRANSFERENCIAS RECEBIDAS/CEDIDAS; "
      -         "TEMPO: MEDIA DE CASA EM MESES".
            IF WS-QTD-SEM-DATA > 0
                DISPLAY "FUNCIONARIOS SEM ADMISSAO NO HISTORICO "
      -             "(FORA DO TEMPO MEDIO): " WS-QTD-SEM-DATA
            END-IF
            IF WS-QTD-FORA-TABELA > 0
                DISPLAY "DESLIGADOS ALEM DA TABELA DE 200 - QUADRO "
      -             "SUBESTIMADO EM: " WS-QTD-FORA-TABELA
            END-IF
            PERFORM MONTA-TENDENCIA.
            PERFORM LISTA-DESLIGADOS-PRECOCES.

      * Last calendar day of the reference month: the first of the
      * next month less one day, through the suite's calendar.
       CALCULA-FIM-MES.
            DIVIDE WS-ANO-MES BY 100 GIVING WS-ANO-CALC
                REMAINDER WS-MM-CALC.
            IF WS-MM-CALC = 12
                ADD 1 TO WS-ANO-CALC
                MOVE 1 TO WS-MM-CALC
            ELSE
                ADD 1 TO WS-MM-CALC
            END-IF
            COMPUTE WS-DS-DATA = (WS-ANO-CALC * 10000)
                + (WS-MM-CALC * 100) + 1.
            MOVE 'J' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT 1 FROM WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-FIM-MES.

      * The whole EMPMOVES history in application order. Moves
      * written before the effective date was kept fall back to the
      * date they were applied.
       CARREGA-HISTORICO.
            MOVE 0 TO WS-HIS-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MOVES-FILE.
            IF WS-FS-EMPMOVES NOT = "00"
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM GUARDA-HISTORICO
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMOVES = "10"
                CLOSE EMPLOYEE-MOVES-FILE
            END-IF.

       GUARDA-HISTORICO.
            IF WS-HIS-TOTAL < 2000
                ADD 1 TO WS-HIS-TOTAL
                MOVE WS-HIS-TOTAL TO WS-HIS-SUB
                MOVE MV-TIPO TO WS-HIS-TIPO(WS-HIS-SUB)
                MOVE MV-ID TO WS-HIS-ID(WS-HIS-SUB)
                MOVE MV-DEPARTAMENTO TO WS-HIS-DEPTO(WS-HIS-SUB)
                MOVE MV-DEPTO-ORIGEM TO WS-HIS-ORIGEM(WS-HIS-SUB)
                MOVE MV-MOTIVO TO WS-HIS-MOTIVO(WS-HIS-SUB)
                IF MV-DATA-EFETIVA IS NUMERIC
                    MOVE MV-DATA-EFETIVA TO WS-HIS-DATA(WS-HIS-SUB)
                ELSE
                    MOVE MV-DATA-APLICACAO TO WS-HIS-DATA(WS-HIS-SUB)
                END-IF
                DIVIDE WS-HIS-DATA(WS-HIS-SUB) BY 100
                    GIVING WS-HIS-MES(WS-HIS-SUB)
            ELSE
                DISPLAY "EMPMOVES EXCEDE 2000 MOVIMENTOS - "
      -             "HISTORICO TRUNCADO EM " MV-ID
            END-IF.

      * Walks the history backwards undoing each move effective
      * after the month: a hire leaves the headcount again, a leaver
      * comes back into the department of the termination and a
      * transfer returns to the department it came from.
       DESFAZ-MOVIMENTOS-POSTERIORES.
            MOVE 0 TO WS-QTD-FORA-TABELA.
            PERFORM VARYING WS-HIS-SUB FROM WS-HIS-TOTAL BY -1
                    UNTIL WS-HIS-SUB < 1
                IF WS-HIS-DATA(WS-HIS-SUB) > WS-FIM-MES
                    PERFORM DESFAZ-UM-MOVIMENTO
                END-IF
            END-PERFORM.

       DESFAZ-UM-MOVIMENTO.
            MOVE 'N' TO WS-EMP-ACHOU.
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                    OR WS-EMP-ACHOU = 'S'
                IF WS-EMP-ID(WS-EMP-SUB) = WS-HIS-ID(WS-HIS-SUB)
                    MOVE 'S' TO WS-EMP-ACHOU
                    SUBTRACT 1 FROM WS-EMP-SUB
                END-IF
            END-PERFORM.
            EVALUATE WS-HIS-TIPO(WS-HIS-SUB)
             WHEN 'H'
                IF WS-EMP-ACHOU = 'S'
                    MOVE 'N' TO WS-EMP-ATIVO(WS-EMP-SUB)
                END-IF
             WHEN 'T'
                IF WS-EMP-ACHOU = 'N'
                    IF WS-EMP-TOTAL < 200
                        ADD 1 TO WS-EMP-TOTAL
                        MOVE WS-EMP-TOTAL TO WS-EMP-SUB
                        MOVE WS-HIS-ID(WS-HIS-SUB)
                            TO WS-EMP-ID(WS-EMP-SUB)
                        MOVE 'S' TO WS-EMP-ACHOU
                    ELSE
                        ADD 1 TO WS-QTD-FORA-TABELA
                    END-IF
                END-IF
                IF WS-EMP-ACHOU = 'S'
                    MOVE 'S' TO WS-EMP-ATIVO(WS-EMP-SUB)
                    MOVE WS-HIS-DEPTO(WS-HIS-SUB)
                        TO WS-EMP-DEPTO(WS-EMP-SUB)
                END-IF
             WHEN 'X'
                IF WS-EMP-ACHOU = 'S'
                        AND WS-HIS-ORIGEM(WS-HIS-SUB) NOT = SPACES
                    MOVE WS-HIS-ORIGEM(WS-HIS-SUB)
                        TO WS-EMP-DEPTO(WS-EMP-SUB)
                END-IF
            END-EVALUATE.

      * One employee on the books at month end: counted in the
      * closing headcount and, when the hire is on record, in the
      * department's tenure average.
       ACUMULA-QUADRO-FINAL.
            MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO WS-MOV-BUSCA.
            PERFORM LOCALIZA-DEPTO-MOVIMENTO.
            IF WS-MOV-SUB > 0
                ADD 1 TO WS-MOV-FINAL(WS-MOV-SUB)
                MOVE WS-EMP-ID(WS-EMP-SUB) TO WS-ID-BUSCA
                MOVE WS-FIM-MES TO WS-DS-DATA
                PERFORM LOCALIZA-ADMISSAO
                IF WS-DATA-ADMISSAO = 0
                    ADD 1 TO WS-QTD-SEM-DATA
                ELSE
                    MOVE 'E' TO WS-DS-FUNCAO
                    MOVE WS-DATA-ADMISSAO TO WS-DS-DATA-2
                    CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                        WS-DS-DATA-2 WS-DS-DIAS
                    ADD WS-DS-DIAS TO WS-MOV-DIAS-SOMA(WS-MOV-SUB)
                    ADD 1 TO WS-MOV-COM-DATA(WS-MOV-SUB)
                END-IF
            END-IF.

      * Latest hire of WS-ID-BUSCA on or before WS-DS-DATA, or 0.
       LOCALIZA-ADMISSAO.
            MOVE 0 TO WS-DATA-ADMISSAO.
            PERFORM VARYING WS-HIS-SUB-2 FROM 1 BY 1
                    UNTIL WS-HIS-SUB-2 > WS-HIS-TOTAL
                IF WS-HIS-TIPO(WS-HIS-SUB-2) = 'H'
                        AND WS-HIS-ID(WS-HIS-SUB-2) = WS-ID-BUSCA
                        AND WS-HIS-DATA(WS-HIS-SUB-2) <= WS-DS-DATA
                        AND WS-HIS-DATA(WS-HIS-SUB-2) >
                            WS-DATA-ADMISSAO
                    MOVE WS-HIS-DATA(WS-HIS-SUB-2)
                        TO WS-DATA-ADMISSAO
                END-IF
            END-PERFORM.

      * Finds WS-MOV-BUSCA in the department table, opening a line
      * for a code DEPTMAST does not carry; WS-MOV-SUB is 0 once
      * the table is full.
       LOCALIZA-DEPTO-MOVIMENTO.
            MOVE 'N' TO WS-MOV-ACHOU.
            PERFORM VARYING WS-MOV-SUB FROM 1 BY 1
                    UNTIL WS-MOV-SUB > WS-MOV-TOTAL
                    OR WS-MOV-ACHOU = 'S'
                IF WS-MOV-DEPTO(WS-MOV-SUB) = WS-MOV-BUSCA
                    MOVE 'S' TO WS-MOV-ACHOU
                    SUBTRACT 1 FROM WS-MOV-SUB
                END-IF
            END-PERFORM.
            IF WS-MOV-ACHOU = 'N'
                IF WS-MOV-TOTAL < 30
                    ADD 1 TO WS-MOV-TOTAL
                    MOVE WS-MOV-TOTAL TO WS-MOV-SUB
                    MOVE WS-MOV-BUSCA TO WS-MOV-DEPTO(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-INICIAL(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-ADMITIDOS(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-DESLIGADOS(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-ENTRADAS(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-SAIDAS(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-FINAL(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-DIAS-SOMA(WS-MOV-SUB)
                    MOVE 0 TO WS-MOV-COM-DATA(WS-MOV-SUB)
                ELSE
                    MOVE 0 TO WS-MOV-SUB
                END-IF
            END-IF.

       ACUMULA-MOVIMENTO.
            MOVE WS-HIS-DEPTO(WS-HIS-SUB) TO WS-MOV-BUSCA.
            PERFORM LOCALIZA-DEPTO-MOVIMENTO.
            IF WS-MOV-SUB > 0
                EVALUATE WS-HIS-TIPO(WS-HIS-SUB)
                 WHEN 'H'
                    ADD 1 TO WS-MOV-ADMITIDOS(WS-MOV-SUB)
                 WHEN 'T'
                    ADD 1 TO WS-MOV-DESLIGADOS(WS-MOV-SUB)
                 WHEN 'X'
                    ADD 1 TO WS-MOV-ENTRADAS(WS-MOV-SUB)
                END-EVALUATE
            END-IF
            IF WS-HIS-TIPO(WS-HIS-SUB) = 'X'
                    AND WS-HIS-ORIGEM(WS-HIS-SUB) NOT = SPACES
                MOVE WS-HIS-ORIGEM(WS-HIS-SUB) TO WS-MOV-BUSCA
                PERFORM LOCALIZA-DEPTO-MOVIMENTO
                IF WS-MOV-SUB > 0
                    ADD 1 TO WS-MOV-SAIDAS(WS-MOV-SUB)
                END-IF
            END-IF.

       IMPRIME-LINHA-DEPTO.
            COMPUTE WS-MOV-INICIAL(WS-MOV-SUB) =
                WS-MOV-FINAL(WS-MOV-SUB)
                - WS-MOV-ADMITIDOS(WS-MOV-SUB)
                - WS-MOV-ENTRADAS(WS-MOV-SUB)
                + WS-MOV-DESLIGADOS(WS-MOV-SUB)
                + WS-MOV-SAIDAS(WS-MOV-SUB).
            MOVE 0 TO WS-TURNOVER.
            COMPUTE WS-MEDIA-HEADCOUNT =
                (WS-MOV-INICIAL(WS-MOV-SUB)
                + WS-MOV-FINAL(WS-MOV-SUB)) / 2.
            IF WS-MEDIA-HEADCOUNT > 0
                COMPUTE WS-TURNOVER ROUNDED =
                    WS-MOV-DESLIGADOS(WS-MOV-SUB) * 100
                    / WS-MEDIA-HEADCOUNT
            END-IF
            MOVE 0 TO WS-TEMPO-MEDIO.
            IF WS-MOV-COM-DATA(WS-MOV-SUB) > 0
                COMPUTE WS-TEMPO-MEDIO ROUNDED =
                    WS-MOV-DIAS-SOMA(WS-MOV-SUB)
                    / WS-MOV-COM-DATA(WS-MOV-SUB) / 30
            END-IF
            MOVE WS-MOV-DEPTO(WS-MOV-SUB) TO WS-LD-DEPTO.
            MOVE WS-MOV-INICIAL(WS-MOV-SUB) TO WS-LD-INICIAL.
            MOVE WS-MOV-ADMITIDOS(WS-MOV-SUB) TO WS-LD-ADMITIDOS.
            MOVE WS-MOV-DESLIGADOS(WS-MOV-SUB) TO WS-LD-DESLIGADOS.
            MOVE WS-MOV-ENTRADAS(WS-MOV-SUB) TO WS-LD-ENTRADAS.
            MOVE WS-MOV-SAIDAS(WS-MOV-SUB) TO WS-LD-SAIDAS.
            MOVE WS-MOV-FINAL(WS-MOV-SUB) TO WS-LD-FINAL.
            MOVE WS-TURNOVER TO WS-LD-TURNOVER.
            MOVE WS-TEMPO-MEDIO TO WS-LD-TEMPO.
            DISPLAY WS-LINHA-DEPTO.

      * Company-wide trend over the twelve months ending with the
      * reference month. Transfers do not move the total, so each
      * month's closing headcount is today's less the hires and plus
      * the terminations effective after it.
       MONTA-TENDENCIA.
            MOVE WS-ANO-MES TO WS-MES-CALC.
            PERFORM VARYING WS-TND-SUB FROM 12 BY -1
                    UNTIL WS-TND-SUB < 1
                MOVE WS-MES-CALC TO WS-TND-MES(WS-TND-SUB)
                MOVE WS-QTD-ATUAL TO WS-TND-FINAL(WS-TND-SUB)
                MOVE 0 TO WS-TND-ADMITIDOS(WS-TND-SUB)
                MOVE 0 TO WS-TND-DESLIGADOS(WS-TND-SUB)
                PERFORM RECUA-MES
            END-PERFORM.
            MOVE WS-TND-MES(1) TO WS-MES-INICIO.
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                PERFORM VARYING WS-TND-SUB FROM 1 BY 1
                        UNTIL WS-TND-SUB > 12
                    PERFORM ACUMULA-TENDENCIA
                END-PERFORM
            END-PERFORM.
            DISPLAY "=== TENDENCIA DOS ULTIMOS 12 MESES ===".
            DISPLAY "MES        INIC ADMI DESL            FIM TURNOV".
            PERFORM VARYING WS-TND-SUB FROM 1 BY 1
                    UNTIL WS-TND-SUB > 12
                COMPUTE WS-TND-INICIAL(WS-TND-SUB) =
                    WS-TND-FINAL(WS-TND-SUB)
                    - WS-TND-ADMITIDOS(WS-TND-SUB)
                    + WS-TND-DESLIGADOS(WS-TND-SUB)
                MOVE 0 TO WS-TURNOVER
                COMPUTE WS-MEDIA-HEADCOUNT =
                    (WS-TND-INICIAL(WS-TND-SUB)
                    + WS-TND-FINAL(WS-TND-SUB)) / 2
                IF WS-MEDIA-HEADCOUNT > 0
                    COMPUTE WS-TURNOVER ROUNDED =
                        WS-TND-DESLIGADOS(WS-TND-SUB) * 100
                        / WS-MEDIA-HEADCOUNT
                END-IF
                MOVE WS-TND-MES(WS-TND-SUB) TO WS-LT-MES
                MOVE WS-TND-INICIAL(WS-TND-SUB) TO WS-LT-INICIAL
                MOVE WS-TND-ADMITIDOS(WS-TND-SUB) TO WS-LT-ADMITIDOS
                MOVE WS-TND-DESLIGADOS(WS-TND-SUB)
                    TO WS-LT-DESLIGADOS
                MOVE WS-TND-FINAL(WS-TND-SUB) TO WS-LT-FINAL
                MOVE WS-TURNOVER TO WS-LT-TURNOVER
                DISPLAY WS-LINHA-TENDENCIA
            END-PERFORM.

       RECUA-MES.
            DIVIDE WS-MES-CALC BY 100 GIVING WS-ANO-CALC
                REMAINDER WS-MM-CALC.
            IF WS-MM-CALC = 1
                SUBTRACT 1 FROM WS-ANO-CALC
                MOVE 12 TO WS-MM-CALC
            ELSE
                SUBTRACT 1 FROM WS-MM-CALC
            END-IF
            COMPUTE WS-MES-CALC = (WS-ANO-CALC * 100) + WS-MM-CALC.

       ACUMULA-TENDENCIA.
            IF WS-HIS-MES(WS-HIS-SUB) > WS-TND-MES(WS-TND-SUB)
                IF WS-HIS-TIPO(WS-HIS-SUB) = 'H'
                    SUBTRACT 1 FROM WS-TND-FINAL(WS-TND-SUB)
                END-IF
                IF WS-HIS-TIPO(WS-HIS-SUB) = 'T'
                    ADD 1 TO WS-TND-FINAL(WS-TND-SUB)
                END-IF
            END-IF
            IF WS-HIS-MES(WS-HIS-SUB) = WS-TND-MES(WS-TND-SUB)
                IF WS-HIS-TIPO(WS-HIS-SUB) = 'H'
                    ADD 1 TO WS-TND-ADMITIDOS(WS-TND-SUB)
                END-IF
                IF WS-HIS-TIPO(WS-HIS-SUB) = 'T'
                    ADD 1 TO WS-TND-DESLIGADOS(WS-TND-SUB)
                END-IF
            END-IF.

      * Terminations effective within the trend window that came
      * no more than 90 days after the employee's latest hire.
       LISTA-DESLIGADOS-PRECOCES.
            MOVE 0 TO WS-QTD-PRECOCES.
            DISPLAY "=== DESLIGADOS EM ATE 90 DIAS DE CASA ("
      -         WS-MES-INICIO " A " WS-ANO-MES ") ===".
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                IF WS-HIS-TIPO(WS-HIS-SUB) = 'T'
                        AND WS-HIS-MES(WS-HIS-SUB) >= WS-MES-INICIO
                        AND WS-HIS-MES(WS-HIS-SUB) <= WS-ANO-MES
                    PERFORM VERIFICA-DESLIGADO-PRECOCE
                END-IF
            END-PERFORM.
            DISPLAY "TOTAL DE DESLIGADOS PRECOCES: " WS-QTD-PRECOCES.

       VERIFICA-DESLIGADO-PRECOCE.
            MOVE WS-HIS-ID(WS-HIS-SUB) TO WS-ID-BUSCA.
            MOVE WS-HIS-DATA(WS-HIS-SUB) TO WS-DS-DATA.
            PERFORM LOCALIZA-ADMISSAO.
            IF WS-DATA-ADMISSAO > 0
                MOVE 'E' TO WS-DS-FUNCAO
                MOVE WS-DATA-ADMISSAO TO WS-DS-DATA-2
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                IF WS-DS-DIAS <= 90
                    ADD 1 TO WS-QTD-PRECOCES
                    MOVE WS-DS-DIAS TO WS-ED-DIAS
                    DISPLAY WS-HIS-ID(WS-HIS-SUB) " "
      -                 WS-HIS-DEPTO(WS-HIS-SUB)
      -                 " ADMISSAO " WS-DATA-ADMISSAO
      -                 " DESLIGAMENTO " WS-HIS-DATA(WS-HIS-SUB)
      -                 " DIAS " WS-ED-DIAS
      -                 " MOTIVO " WS-HIS-MOTIVO(WS-HIS-SUB)
                END-IF
            END-IF.

       COPY "deptproc.cpy".
