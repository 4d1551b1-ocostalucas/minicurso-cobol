      ******************************************************************
      * Author:
      * Date:
      * Purpose: water and milk order per classroom. The children
      *          counted per turma come from the STUDENTGR enrollment
      *          of the CLASSMST turmas, scaled by the class's
      *          ATTENDANCE presence rate over the last fourteen
      *          days, so the order is for the children who actually
      *          come; the count keyed on CLASSROOM is used only for
      *          a turma with no enrollment on file. Mode 3 is the
      *          weekly SUPPLYCMP report comparing the keyed,
      *          enrolled and present counts per turma over the last
      *          seven days, with the litres the keyed counts waste.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-VENDORCOST.
           SELECT DISTRICT-REPORT-FILE ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
           SELECT CLASS-MASTER-FILE ASSIGN TO "CLASSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASSMST.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTENDANCE.
           SELECT SUPPLY-COMPARE-FILE ASSIGN TO "SUPPLYCMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
       FD  DISTRICT-REPORT-FILE.
       01  DISTRICT-REPORT-RECORD   PIC X(60).

       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  CLASS-MASTER-FILE.
           COPY "classmst.cpy".

       FD  ATTENDANCE-FILE.
           COPY "attend.cpy".

       FD  SUPPLY-COMPARE-FILE.
       01  SUPPLY-COMPARE-RECORD    PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

           77 WS-JS-REJEITADOS PIC 9(6) VALUE 0.
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "EXERCICIO9".
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-CLASSMST PIC X(2).
           77 WS-FS-ATTENDANCE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-JANELA-DIAS PIC 9(3).
           77 WS-INICIO-JANELA PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
      * Enrollment and presence per turma: the CLASSMST turmas plus
      * any other turma the roster carries.
           01 WS-TABELA-TURMAS.
               05 WS-TUR-ENTRADA OCCURS 50 TIMES.
                   10 WS-TUR-TURMA      PIC X(4).
                   10 WS-TUR-MATRIC     PIC 9(3).
                   10 WS-TUR-MARCAS     PIC 9(5).
                   10 WS-TUR-PRESENCAS  PIC 9(5).
           77 WS-TUR-TOTAL PIC 9(2) VALUE 0.
           77 WS-TUR-SUB PIC 9(2).
           77 WS-TUR-ACHOU PIC X(1).
           77 WS-TURMA-BUSCA PIC X(4).
           77 WS-TUR-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-ALUNOS.
               05 WS-ALU-ENTRADA OCCURS 500 TIMES.
                   10 WS-ALU-ID         PIC X(10).
                   10 WS-ALU-TURMA      PIC 9(2).
           77 WS-ALU-TOTAL PIC 9(3) VALUE 0.
           77 WS-ALU-SUB PIC 9(3).
           77 WS-ALU-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-QTD-DIGITADA PIC 9(3).
           77 WS-QTD-MATRICULADOS PIC 9(3).
           77 WS-QTD-PRESENTES PIC 9(3).
           77 WS-QTD-PEDIDO PIC 9(3).
           77 WS-ORIGEM-CONTAGEM PIC X(8).
           77 WS-QTD-SEM-ROSTER PIC 9(3) VALUE 0.
           77 WS-LITROS-DIGITADA PIC 9(4).
           77 WS-LITROS-PRESENTES PIC 9(4).
           77 WS-LITROS-DESPERDICIO PIC S9(4).
           77 WS-TOT-DIGITADA PIC 9(5) VALUE 0.
           77 WS-TOT-MATRICULADOS PIC 9(5) VALUE 0.
           77 WS-TOT-PRESENTES PIC 9(5) VALUE 0.
           77 WS-TOT-LITROS-DIGITADA PIC 9(5) VALUE 0.
           77 WS-TOT-LITROS-PRESENTES PIC 9(5) VALUE 0.
           77 WS-TOT-DESPERDICIO PIC S9(5) VALUE 0.
           77 WS-ED-DESPERDICIO PIC -ZZZZ9.
           77 WS-LINHA-CMP PIC X(80).
           COPY "ctl.cpy".

       PROCEDURE DIVISION.
            ELSE
                DISPLAY "1 - INFORMAR UMA TURMA"
                DISPLAY "2 - PROCESSAR TODAS AS TURMAS (CLASSROOM)"
                DISPLAY "3 - COMPARATIVO SEMANAL DIGITADO X"
      -             " MATRICULADO X PRESENTE"
                ACCEPT MODO
            END-IF
            EVALUATE MODO
             WHEN 2 PERFORM PROCESSA-ESCOLA
                     MOVE "MODO 2 - TODAS AS TURMAS" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM COMPARATIVO-SEMANAL
                     MOVE "MODO 3 - COMPARATIVO SEMANAL" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            IF MODO = 2 OR MODO = 3
                PERFORM GRAVA-JOB-STATUS
            END-IF.
            GOBACK.
            DISPLAY "QTD DE LITROS NECESSARIOS: "QTD-LITROS
            DISPLAY "CUSTO FINAL: "VALOR-TOTAL.

      * The order is refused whole when the roster or the turmas do
      * not fit the tables: a turma short of children would be
      * ordered for too few.
       PROCESSA-ESCOLA.
            MOVE 14 TO WS-JANELA-DIAS.
            PERFORM MONTA-CONTAGENS.
            IF WS-ALU-ESTOUROU = 'S' OR WS-TUR-ESTOUROU = 'S'
                PERFORM RECUSA-CONTAGENS
            ELSE
                PERFORM PEDIDO-ESCOLA
            END-IF.

       PEDIDO-ESCOLA.
            MOVE 'N' TO WS-EOF-CLASSROOM.
            MOVE 0 TO WS-TOTAL-LITROS.
            MOVE 0 TO WS-TOTAL-VALOR.
                        MOVE 'Y' TO WS-EOF-CLASSROOM
                    NOT AT END
                        ADD 1 TO WS-JS-LIDOS
                        PERFORM CALCULA-CRIANCAS-TURMA
                        COMPUTE QTD-LITROS =
                            (WS-QTD-PEDIDO*3)/5
                        COMPUTE VALOR-TOTAL = (QTD-LITROS*3)
                        ADD QTD-LITROS TO WS-TOTAL-LITROS
                        ADD VALOR-TOTAL TO WS-TOTAL-VALOR
                        PERFORM ACUMULA-ESCOLA
                        DISPLAY CR-ESCOLA " " CR-TURMA " CRIANCAS: "
      -                     WS-QTD-PEDIDO " (" WS-ORIGEM-CONTAGEM
      -                     ") LITROS: " QTD-LITROS
      -                     " CUSTO: " VALOR-TOTAL
                        MOVE SPACES TO VENDOR-COST-RECORD
                        MOVE CR-ESCOLA TO VC-ESCOLA
                        MOVE CR-TURMA TO VC-TURMA
            END-PERFORM.
            DISPLAY "TOTAL DO DISTRITO - LITROS: " WS-TOTAL-LITROS
      -         " CUSTO: " WS-TOTAL-VALOR.
            IF WS-QTD-SEM-ROSTER > 0
                DISPLAY "TURMAS SEM MATRICULA NO ROSTER (CONTAGEM"
      -             " DIGITADA): " WS-QTD-SEM-ROSTER
                IF WS-RETORNO < 4
                    MOVE 4 TO WS-RETORNO
                END-IF
            END-IF.
            MOVE SPACES TO VENDOR-COST-RECORD.
            MOVE "DISTRT" TO VC-ESCOLA.
            MOVE "TOTAL DIST" TO VC-TURMA.
            IF WS-ESC-SUB > 0
                ADD QTD-LITROS TO WS-ESC-LITROS(WS-ESC-SUB)
                ADD VALOR-TOTAL TO WS-ESC-VALOR(WS-ESC-SUB)
                ADD WS-QTD-PEDIDO TO WS-ESC-CRIANCAS(WS-ESC-SUB)
            END-IF.

      * Per-child consumption across the district's schools, the
            END-PERFORM.
            CLOSE DISTRICT-REPORT-FILE.

      * Enrollment per turma off the roster and each turma's P/F
      * marks over the WS-JANELA-DIAS days up to the business date.
      * With no roster to read every turma falls back to its keyed
      * count.
       MONTA-CONTAGENS.
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT WS-JANELA-DIAS FROM WS-DS-DIAS.
            ADD 1 TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-INICIO-JANELA.
            PERFORM CARREGA-TURMAS.
            PERFORM CARREGA-MATRICULAS.
            PERFORM CARREGA-PRESENCAS.

       RECUSA-CONTAGENS.
            IF WS-TUR-ESTOUROU = 'S'
                DISPLAY "CLASSMST/STUDENTGR EXCEDE 50 TURMAS - "
      -             "EXECUCAO ABORTADA"
            ELSE
                DISPLAY "STUDENTGR EXCEDE 500 ALUNOS - "
      -             "EXECUCAO ABORTADA"
            END-IF
            MOVE 8 TO WS-RETORNO.

       CARREGA-TURMAS.
            MOVE 'N' TO WS-TUR-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CLASS-MASTER-FILE.
            IF WS-FS-CLASSMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CLASS-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE CL-TURMA TO WS-TURMA-BUSCA
                        PERFORM LOCALIZA-TURMA
                END-READ
            END-PERFORM.
            IF WS-FS-CLASSMST = "10"
                CLOSE CLASS-MASTER-FILE
            END-IF.

       CARREGA-MATRICULAS.
            MOVE 'N' TO WS-ALU-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR NOT = "00"
                DISPLAY "STUDENTGR NAO DISPONIVEL - CONTAGENS"
      -             " DIGITADAS"
                MOVE 0 TO WS-TUR-TOTAL
                MOVE 'N' TO WS-TUR-ESTOUROU
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ STUDENT-GRADES-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE STU-TURMA TO WS-TURMA-BUSCA
                        PERFORM LOCALIZA-TURMA
                        IF WS-TUR-SUB > 0
                            IF WS-ALU-TOTAL < 500
                                ADD 1 TO WS-TUR-MATRIC(WS-TUR-SUB)
                                ADD 1 TO WS-ALU-TOTAL
                                MOVE STU-ID TO WS-ALU-ID(WS-ALU-TOTAL)
                                MOVE WS-TUR-SUB TO
                                    WS-ALU-TURMA(WS-ALU-TOTAL)
                            ELSE
                                MOVE 'S' TO WS-ALU-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-STUDENTGR = "00" OR WS-FS-STUDENTGR = "10"
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       CARREGA-PRESENCAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ATTENDANCE-FILE.
            IF WS-FS-ATTENDANCE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ATTENDANCE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF ATD-DATA >= WS-INICIO-JANELA
                                AND ATD-DATA <= WS-DATA-REF
                            PERFORM ACUMULA-PRESENCA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ATTENDANCE = "10"
                CLOSE ATTENDANCE-FILE
            END-IF.

       ACUMULA-PRESENCA.
            PERFORM VARYING WS-ALU-SUB FROM 1 BY 1
                    UNTIL WS-ALU-SUB > WS-ALU-TOTAL
                IF WS-ALU-ID(WS-ALU-SUB) = ATD-STU-ID
                    MOVE WS-ALU-TURMA(WS-ALU-SUB) TO WS-TUR-SUB
                    ADD 1 TO WS-TUR-MARCAS(WS-TUR-SUB)
                    IF ATD-PRESENCA = 'P'
                        ADD 1 TO WS-TUR-PRESENCAS(WS-TUR-SUB)
                    END-IF
                END-IF
            END-PERFORM.

      * Finds the turma in the table, adding it when there is room;
      * WS-TUR-SUB comes back zero, and WS-TUR-ESTOUROU 'S', when
      * the table is full.
       LOCALIZA-TURMA.
            MOVE 'N' TO WS-TUR-ACHOU.
            PERFORM VARYING WS-TUR-SUB FROM 1 BY 1
                    UNTIL WS-TUR-SUB > WS-TUR-TOTAL
                    OR WS-TUR-ACHOU = 'S'
                IF WS-TUR-TURMA(WS-TUR-SUB) = WS-TURMA-BUSCA
                    MOVE 'S' TO WS-TUR-ACHOU
                    SUBTRACT 1 FROM WS-TUR-SUB
                END-IF
            END-PERFORM.
            IF WS-TUR-ACHOU = 'N'
                IF WS-TUR-TOTAL < 50
                    ADD 1 TO WS-TUR-TOTAL
                    MOVE WS-TUR-TOTAL TO WS-TUR-SUB
                    MOVE WS-TURMA-BUSCA TO WS-TUR-TURMA(WS-TUR-SUB)
                    MOVE 0 TO WS-TUR-MATRIC(WS-TUR-SUB)
                    MOVE 0 TO WS-TUR-MARCAS(WS-TUR-SUB)
                    MOVE 0 TO WS-TUR-PRESENCAS(WS-TUR-SUB)
                ELSE
                    MOVE 0 TO WS-TUR-SUB
                    MOVE 'S' TO WS-TUR-ESTOUROU
                END-IF
            END-IF.

      * Present children are the enrolled ones at the turma's
      * presence rate, rounded up so nobody goes without; a turma
      * with no marks in the window orders for all enrolled. A turma
      * with nobody enrolled on STUDENTGR - CLASSMST opens it before
      * the roster is filled - goes by its keyed count.
       CALCULA-CRIANCAS-TURMA.
            MOVE CR-QTD-CRIANCAS TO WS-QTD-DIGITADA.
            MOVE 0 TO WS-TUR-SUB.
            MOVE 'N' TO WS-TUR-ACHOU.
            PERFORM VARYING WS-TUR-SUB FROM 1 BY 1
                    UNTIL WS-TUR-SUB > WS-TUR-TOTAL
                    OR WS-TUR-ACHOU = 'S'
                IF WS-TUR-TURMA(WS-TUR-SUB) = CR-TURMA
                    MOVE 'S' TO WS-TUR-ACHOU
                    SUBTRACT 1 FROM WS-TUR-SUB
                END-IF
            END-PERFORM.
            IF WS-TUR-ACHOU = 'S'
                IF WS-TUR-MATRIC(WS-TUR-SUB) = 0
                    MOVE 'N' TO WS-TUR-ACHOU
                END-IF
            END-IF
            IF WS-TUR-ACHOU = 'N'
                MOVE WS-QTD-DIGITADA TO WS-QTD-MATRICULADOS
                MOVE WS-QTD-DIGITADA TO WS-QTD-PRESENTES
                MOVE WS-QTD-DIGITADA TO WS-QTD-PEDIDO
                MOVE "DIGITADA" TO WS-ORIGEM-CONTAGEM
                ADD 1 TO WS-QTD-SEM-ROSTER
            ELSE
                MOVE WS-TUR-MATRIC(WS-TUR-SUB) TO WS-QTD-MATRICULADOS
                IF WS-TUR-MARCAS(WS-TUR-SUB) > 0
                    COMPUTE WS-QTD-PRESENTES =
                        (WS-QTD-MATRICULADOS
                            * WS-TUR-PRESENCAS(WS-TUR-SUB)
                            + WS-TUR-MARCAS(WS-TUR-SUB) - 1)
                            / WS-TUR-MARCAS(WS-TUR-SUB)
                ELSE
                    MOVE WS-QTD-MATRICULADOS TO WS-QTD-PRESENTES
                END-IF
                MOVE WS-QTD-PRESENTES TO WS-QTD-PEDIDO
                MOVE "PRESENTE" TO WS-ORIGEM-CONTAGEM
            END-IF.

      * Weekly: what the keyed counts would order against the
      * children enrolled and the children present over the last
      * seven days, per turma and for the district.
       COMPARATIVO-SEMANAL.
            MOVE 7 TO WS-JANELA-DIAS.
            PERFORM MONTA-CONTAGENS.
            IF WS-ALU-ESTOUROU = 'S' OR WS-TUR-ESTOUROU = 'S'
                PERFORM RECUSA-CONTAGENS
            ELSE
                PERFORM COMPARA-SEMANA
            END-IF.

       COMPARA-SEMANA.
            MOVE 'N' TO WS-EOF-CLASSROOM.
            OPEN INPUT CLASSROOM-FILE.
            IF WS-FS-CLASSROOM NOT = "00"
                DISPLAY "CLASSROOM NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-CLASSROOM
                MOVE 8 TO WS-RETORNO
            END-IF
            OPEN OUTPUT SUPPLY-COMPARE-FILE.
            MOVE SPACES TO WS-LINHA-CMP.
            STRING "COMPARATIVO SEMANAL DE CRIANCAS DE "
                WS-INICIO-JANELA " A " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA-CMP.
            PERFORM GRAVA-LINHA-CMP.
            MOVE "ESCOLA TURMA      DIGIT  MATRIC  PRES" TO
                WS-LINHA-CMP.
            MOVE "LT.DIG LT.PRES DESPERD" TO WS-LINHA-CMP(41:22).
            PERFORM GRAVA-LINHA-CMP.
            PERFORM UNTIL WS-EOF-CLASSROOM = 'Y'
                READ CLASSROOM-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-CLASSROOM
                    NOT AT END
                        ADD 1 TO WS-JS-LIDOS
                        PERFORM COMPARA-UMA-TURMA
                END-READ
            END-PERFORM.
            IF WS-FS-CLASSROOM = "10"
                CLOSE CLASSROOM-FILE
            END-IF
            MOVE WS-TOT-DESPERDICIO TO WS-ED-DESPERDICIO.
            MOVE SPACES TO WS-LINHA-CMP.
            STRING "DISTRITO          " WS-TOT-DIGITADA "    "
                WS-TOT-MATRICULADOS "  " WS-TOT-PRESENTES " "
                WS-TOT-LITROS-DIGITADA "  " WS-TOT-LITROS-PRESENTES
                " " WS-ED-DESPERDICIO
                DELIMITED BY SIZE INTO WS-LINHA-CMP.
            PERFORM GRAVA-LINHA-CMP.
            IF WS-QTD-SEM-ROSTER > 0
                MOVE SPACES TO WS-LINHA-CMP
                STRING "TURMAS SEM MATRICULA NO ROSTER: "
                    WS-QTD-SEM-ROSTER
                    DELIMITED BY SIZE INTO WS-LINHA-CMP
                PERFORM GRAVA-LINHA-CMP
            END-IF
            CLOSE SUPPLY-COMPARE-FILE.
            IF WS-JS-LIDOS = 0 AND WS-RETORNO < 8
                MOVE 8 TO WS-RETORNO
            END-IF.

       COMPARA-UMA-TURMA.
            PERFORM CALCULA-CRIANCAS-TURMA.
            COMPUTE WS-LITROS-DIGITADA = (WS-QTD-DIGITADA * 3) / 5.
            COMPUTE WS-LITROS-PRESENTES = (WS-QTD-PRESENTES * 3) / 5.
            COMPUTE WS-LITROS-DESPERDICIO =
                WS-LITROS-DIGITADA - WS-LITROS-PRESENTES.
            ADD WS-QTD-DIGITADA TO WS-TOT-DIGITADA.
            ADD WS-QTD-MATRICULADOS TO WS-TOT-MATRICULADOS.
            ADD WS-QTD-PRESENTES TO WS-TOT-PRESENTES.
            ADD WS-LITROS-DIGITADA TO WS-TOT-LITROS-DIGITADA.
            ADD WS-LITROS-PRESENTES TO WS-TOT-LITROS-PRESENTES.
            ADD WS-LITROS-DESPERDICIO TO WS-TOT-DESPERDICIO.
            MOVE WS-LITROS-DESPERDICIO TO WS-ED-DESPERDICIO.
            MOVE SPACES TO WS-LINHA-CMP.
            STRING CR-ESCOLA " " CR-TURMA "  " WS-QTD-DIGITADA
                "      " WS-QTD-MATRICULADOS "    "
                WS-QTD-PRESENTES "   " WS-LITROS-DIGITADA "    "
                WS-LITROS-PRESENTES " " WS-ED-DESPERDICIO
                DELIMITED BY SIZE INTO WS-LINHA-CMP.
            IF WS-ORIGEM-CONTAGEM = "DIGITADA"
                MOVE "SEM ROSTER" TO WS-LINHA-CMP(70:10)
            END-IF
            PERFORM GRAVA-LINHA-CMP.

       GRAVA-LINHA-CMP.
            DISPLAY WS-LINHA-CMP.
            MOVE WS-LINHA-CMP TO SUPPLY-COMPARE-RECORD.
            WRITE SUPPLY-COMPARE-RECORD.

       COPY "ctlproc.cpy"
           REPLACING ==:ARQUIVO:== BY ==VENDOR-COST==
                     ==:STATUS:== BY ==WS-FS-VENDORCOST==.
