      *          indexed STUDENTGR roster for promoted students
      *          (CHANGELOG image per roster change), and prints
      *          the RETENTRPT retention list for the coordinator.
      *          Every student's final result for the school year
      *          (serie, turma and grades as they stood before the
      *          advance, attendance, decision, recovery outcome)
      *          is appended to the permanent ACADHIST history
      *          HISTESC prints the historico escolar from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETENTION-REPORT-FILE ASSIGN TO "RETENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO "ACADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACADHIST.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
       FD  RETENTION-REPORT-FILE.
       01  RETENTION-REPORT-RECORD  PIC X(72).

       FD  ACADEMIC-HISTORY-FILE.
           COPY "acadhist.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

           77 WS-FS-RECOVGRADES PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-ACADHIST PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * Students already on ACADHIST for this school year, so a
      * rerun of the promotion does not record the year twice.
           01 WS-TABELA-HISTORICO.
               05 WS-HIS-ID OCCURS 500 TIMES PIC X(10).
           77 WS-HIS-TOTAL PIC 9(3) VALUE 0.
           77 WS-HIS-SUB PIC 9(3).
           77 WS-HIS-ACHOU PIC X(1).
           77 WS-ANO-LETIVO PIC 9(4).
           77 WS-DATA-REF PIC 9(8).
           77 WS-RECUPERACAO PIC X(1).
           77 WS-ROSTER-SERIE PIC 9(2).
           77 WS-ROSTER-TURMA PIC X(4).
           77 WS-ROSTER-N1 PIC 9(2).
           77 WS-ROSTER-N2 PIC 9(2).
           77 WS-ROSTER-N3 PIC 9(2).
           77 WS-QTD-HISTORICO PIC 9(3) VALUE 0.
           01 WS-TABELA-RECUPERACAO.
               05 WS-REC-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-REC-IX.
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            IF WS-DATA-NEGOCIO NOT = 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            ELSE
                ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            END-IF
      * A run in January still closes the school year just ended.
            MOVE WS-DATA-REF(1:4) TO WS-ANO-LETIVO
            IF WS-DATA-REF(5:2) = "01"
                SUBTRACT 1 FROM WS-ANO-LETIVO
            END-IF
            DISPLAY "ANO LETIVO: " WS-ANO-LETIVO
            MOVE "STUDENTGR" TO WS-CHG-ARQUIVO
            PERFORM CARREGA-NOTAS-RECUPERACAO
            PERFORM CARREGA-HISTORICO-ANO
            OPEN EXTEND ACADEMIC-HISTORY-FILE
            IF WS-FS-ACADHIST = "35"
                OPEN OUTPUT ACADEMIC-HISTORY-FILE
            END-IF
            OPEN OUTPUT PROMOTION-REGISTER-FILE
            OPEN OUTPUT RETENTION-REPORT-FILE
            MOVE "LISTA DE RETENCAO PARA A COORDENACAO" TO WS-LINHA
                "  RETIDOS: " WS-QTD-RETIDOS
                DELIMITED BY SIZE INTO WS-LINHA
            PERFORM GRAVA-LINHA-RETENCAO
            DISPLAY "HISTORICO ESCOLAR GRAVADO: " WS-QTD-HISTORICO
            CLOSE ACADEMIC-HISTORY-FILE
            CLOSE PROMOTION-REGISTER-FILE
            CLOSE RETENTION-REPORT-FILE
            MOVE "PROMOCAO DE FIM DE ANO" TO WS-AUDIT-RESUMO
                CLOSE RECOVERY-GRADES-FILE
            END-IF.

       CARREGA-HISTORICO-ANO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ACADEMIC-HISTORY-FILE.
            IF WS-FS-ACADHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ACADEMIC-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF AH-ANO-LETIVO = WS-ANO-LETIVO
                                AND WS-HIS-TOTAL < 500
                            ADD 1 TO WS-HIS-TOTAL
                            MOVE AH-STU-ID TO WS-HIS-ID(WS-HIS-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ACADHIST = "10"
                CLOSE ACADEMIC-HISTORY-FILE
            END-IF.

       PROCESSA-TRANSCRICOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TRANSCRIPT-REPORT-FILE.
      * ceiling the retention stands whatever the averages say.
       DECIDE-UM-ALUNO.
            MOVE "RETIDO" TO WS-DECISAO.
            MOVE 'N' TO WS-RECUPERACAO.
            MOVE 0 TO WS-NOTA-FINAL.
            EVALUATE TRUE
             WHEN TR-PCT-FALTAS > 25.00
                MOVE "FALTAS" TO WS-MOTIVO
             WHEN OTHER
                PERFORM CONSULTA-RECUPERACAO
            END-EVALUATE.
            PERFORM LE-ALUNO-ROSTER.
            PERFORM GRAVA-HISTORICO-ESCOLAR.
            IF WS-DECISAO = "PROMOVIDO"
                ADD 1 TO WS-QTD-PROMOVIDOS
                PERFORM AVANCA-SERIE
                IF WS-NOTA-FINAL >= 5.00
                    MOVE "PROMOVIDO" TO WS-DECISAO
                    MOVE "RECUPERACAO" TO WS-MOTIVO
                    MOVE 'A' TO WS-RECUPERACAO
                ELSE
                    MOVE "NOTAS" TO WS-MOTIVO
                    MOVE 'R' TO WS-RECUPERACAO
                END-IF
            ELSE
                MOVE "NOTAS" TO WS-MOTIVO
                MOVE 'S' TO WS-RECUPERACAO
            END-IF.

      * Serie, turma and grades of the year being closed, read
      * before AVANCA-SERIE moves the student on.
       LE-ALUNO-ROSTER.
            MOVE 0 TO WS-ROSTER-SERIE WS-ROSTER-N1 WS-ROSTER-N2
                WS-ROSTER-N3.
            MOVE SPACES TO WS-ROSTER-TURMA.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR = "00"
                MOVE TR-ID TO STU-ID
                READ STUDENT-GRADES-FILE
                    KEY IS STU-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF STU-SERIE IS NUMERIC
                            MOVE STU-SERIE TO WS-ROSTER-SERIE
                        END-IF
                        MOVE STU-TURMA TO WS-ROSTER-TURMA
                        IF STU-N1 IS NUMERIC
                            MOVE STU-N1 TO WS-ROSTER-N1
                        END-IF
                        IF STU-N2 IS NUMERIC
                            MOVE STU-N2 TO WS-ROSTER-N2
                        END-IF
                        IF STU-N3 IS NUMERIC
                            MOVE STU-N3 TO WS-ROSTER-N3
                        END-IF
                END-READ
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       GRAVA-HISTORICO-ESCOLAR.
            MOVE 'N' TO WS-HIS-ACHOU.
            PERFORM VARYING WS-HIS-SUB FROM 1 BY 1
                    UNTIL WS-HIS-SUB > WS-HIS-TOTAL
                    OR WS-HIS-ACHOU = 'S'
                IF WS-HIS-ID(WS-HIS-SUB) = TR-ID
                    MOVE 'S' TO WS-HIS-ACHOU
                END-IF
            END-PERFORM.
            IF WS-HIS-ACHOU = 'S'
                DISPLAY "ANO JA NO HISTORICO ESCOLAR: " TR-ID
            ELSE
                MOVE SPACES TO ACADEMIC-HISTORY-RECORD
                MOVE TR-ID TO AH-STU-ID
                MOVE WS-ANO-LETIVO TO AH-ANO-LETIVO
                MOVE TR-NOME TO AH-NOME
                MOVE WS-ROSTER-SERIE TO AH-SERIE
                MOVE WS-ROSTER-TURMA TO AH-TURMA
                MOVE WS-ROSTER-N1 TO AH-N1
                MOVE WS-ROSTER-N2 TO AH-N2
                MOVE WS-ROSTER-N3 TO AH-N3
                MOVE TR-MEDIA-POND TO AH-MEDIA-POND
                IF TR-PCT-FALTAS > 100
                    MOVE 0 TO AH-FREQUENCIA
                ELSE
                    COMPUTE AH-FREQUENCIA = 100 - TR-PCT-FALTAS
                END-IF
                MOVE WS-DECISAO TO AH-SITUACAO
                MOVE WS-MOTIVO TO AH-MOTIVO
                MOVE WS-RECUPERACAO TO AH-RECUPERACAO
                MOVE WS-NOTA-FINAL TO AH-NOTA-FINAL
                MOVE WS-DATA-REF TO AH-DATA-REGISTRO
                WRITE ACADEMIC-HISTORY-RECORD
                ADD 1 TO WS-QTD-HISTORICO
            END-IF.

       AVANCA-SERIE.
