      ******************************************************************
      * Author:
      * Date:
      * Purpose: the official school record for one student, printed
      *          straight from the permanent ACADHIST history that
      *          PROMOTE appends to at every promotion run instead
      *          of from the old TRANSCRIP4 printouts. Mode 1 prints
      *          the historico escolar: every school year on file in
      *          year order with serie, turma, the three grades, the
      *          weighted average, attendance, the final situation
      *          and the recovery-exam outcome. Mode 2 prints the
      *          transfer certificate: the same history, the year in
      *          progress as it stands on the STUDENTGR roster, and
      *          the serie the student is entitled to enroll in -
      *          the next one after a promotion, the same one after
      *          a retention. Both go to HISTRPT for signature.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTESC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO "ACADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACADHIST.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
           SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ACADEMIC-HISTORY-FILE.
           COPY "acadhist.cpy".

       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  HISTORY-REPORT-FILE.
       01  HISTORY-REPORT-RECORD    PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-ACADHIST PIC X(2).
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(80).
           77 WS-ALUNO-ID PIC X(10).
           77 WS-ALUNO-NOME PIC X(20).
      * The student's years, kept in school-year order as they load.
           01 WS-TABELA-ANOS.
               05 WS-ANO-ENTRADA OCCURS 20 TIMES
                       INDEXED BY WS-ANO-IX.
                   10 WS-ANO-REGISTRO   PIC X(107).
           77 WS-ANO-TOTAL PIC 9(2) VALUE 0.
           77 WS-ANO-SUB PIC S9(3).
           77 WS-ANO-POS PIC 9(2).
           77 WS-ANO-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ANO-CHAVE PIC 9(4).
           77 WS-ROSTER-ACHOU PIC X(1).
           77 WS-ROSTER-SERIE PIC 9(2).
           77 WS-ROSTER-TURMA PIC X(4).
           77 WS-ROSTER-N1 PIC 9(2).
           77 WS-ROSTER-N2 PIC 9(2).
           77 WS-ROSTER-N3 PIC 9(2).
           77 WS-DATA-EDITAR PIC 9(8).
           77 WS-SERIE-APTA PIC 9(2).
           77 WS-ED-SERIE PIC Z9.
           77 WS-ED-N1 PIC Z9.
           77 WS-ED-N2 PIC Z9.
           77 WS-ED-N3 PIC Z9.
           77 WS-ED-MEDIA PIC Z9.99.
           77 WS-ED-FINAL PIC Z9.99.
           77 WS-ED-FREQ PIC ZZ9.99.
           77 WS-DATA-EDITADA PIC X(10).
           77 WS-RECUPERACAO-TXT PIC X(6).
           77 WS-ED-NOTA-FINAL PIC X(5).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "HISTESC".

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
            DISPLAY "1 - HISTORICO ESCOLAR"
            DISPLAY "2 - CERTIFICADO DE TRANSFERENCIA"
            ACCEPT MODO
            IF MODO NOT = 1 AND MODO NOT = 2
                DISPLAY "MODO INVALIDO"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            DISPLAY "ID DO ALUNO:"
            ACCEPT WS-ALUNO-ID
            PERFORM CARREGA-HISTORICO-ALUNO
            PERFORM LE-ALUNO-ROSTER
            IF WS-ANO-TOTAL = 0 AND WS-ROSTER-ACHOU = 'N'
                DISPLAY "ALUNO SEM HISTORICO E FORA DO ROSTER: "
                    WS-ALUNO-ID
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT HISTORY-REPORT-FILE
            PERFORM IMPRIME-CABECALHO
            PERFORM IMPRIME-ANOS
            IF MODO = 2
                PERFORM IMPRIME-TRANSFERENCIA
            END-IF
            PERFORM IMPRIME-ASSINATURAS
            CLOSE HISTORY-REPORT-FILE
            IF WS-ANO-ESTOUROU = 'S'
                DISPLAY "ATENCAO: MAIS DE 20 ANOS LETIVOS NO ACADHIST"
      -             " - HISTORICO PARCIAL"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF MODO = 1
                MOVE "HISTORICO ESCOLAR" TO WS-AUDIT-RESUMO
            ELSE
                MOVE "CERTIFICADO DE TRANSFERENCIA"
                    TO WS-AUDIT-RESUMO
            END-IF
            PERFORM GRAVA-AUDITORIA
            GOBACK.

      * Each year is slotted in ahead of the first later year
      * already loaded, so the history prints in year order even
      * when a late correction was appended out of sequence.
       CARREGA-HISTORICO-ALUNO.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE SPACES TO WS-ALUNO-NOME.
            OPEN INPUT ACADEMIC-HISTORY-FILE.
            IF WS-FS-ACADHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ACADEMIC-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF AH-STU-ID = WS-ALUNO-ID
                            MOVE AH-NOME TO WS-ALUNO-NOME
                            IF WS-ANO-TOTAL < 20
                                PERFORM INSERE-ANO
                            ELSE
                                MOVE 'S' TO WS-ANO-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ACADHIST = "10"
                CLOSE ACADEMIC-HISTORY-FILE
            END-IF.

       INSERE-ANO.
            MOVE AH-ANO-LETIVO TO WS-ANO-CHAVE.
            MOVE 1 TO WS-ANO-POS.
            PERFORM VARYING WS-ANO-SUB FROM 1 BY 1
                    UNTIL WS-ANO-SUB > WS-ANO-TOTAL
                IF WS-ANO-REGISTRO(WS-ANO-SUB)(12:4)
                        NOT > WS-ANO-CHAVE
                    COMPUTE WS-ANO-POS = WS-ANO-SUB + 1
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-ANO-SUB FROM WS-ANO-TOTAL BY -1
                    UNTIL WS-ANO-SUB < WS-ANO-POS
                MOVE WS-ANO-REGISTRO(WS-ANO-SUB)
                    TO WS-ANO-REGISTRO(WS-ANO-SUB + 1)
            END-PERFORM.
            MOVE ACADEMIC-HISTORY-RECORD TO WS-ANO-REGISTRO(WS-ANO-POS).
            ADD 1 TO WS-ANO-TOTAL.

       LE-ALUNO-ROSTER.
            MOVE 'N' TO WS-ROSTER-ACHOU.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR = "00"
                MOVE WS-ALUNO-ID TO STU-ID
                READ STUDENT-GRADES-FILE
                    KEY IS STU-ID
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE 'S' TO WS-ROSTER-ACHOU
                        MOVE STU-NOME TO WS-ALUNO-NOME
                        MOVE STU-SERIE TO WS-ROSTER-SERIE
                        MOVE STU-TURMA TO WS-ROSTER-TURMA
                        MOVE STU-N1 TO WS-ROSTER-N1
                        MOVE STU-N2 TO WS-ROSTER-N2
                        MOVE STU-N3 TO WS-ROSTER-N3
                END-READ
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       IMPRIME-CABECALHO.
            IF MODO = 1
                MOVE "HISTORICO ESCOLAR" TO WS-LINHA
            ELSE
                MOVE "HISTORICO ESCOLAR - CERTIFICADO DE TRANSFERENCIA"
                    TO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            MOVE WS-DATA-REF TO WS-DATA-EDITAR.
            PERFORM EDITA-DATA.
            MOVE SPACES TO WS-LINHA.
            STRING "ALUNO: " WS-ALUNO-ID " " WS-ALUNO-NOME
                "   EMITIDO EM " WS-DATA-EDITADA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "ANO  SERIE TURMA  N1 N2 N3 MEDIA   FREQ% SITUACAO"
                "  MOTIVO           RECUP. FINAL"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       IMPRIME-ANOS.
            IF WS-ANO-TOTAL = 0
                MOVE "NENHUM ANO LETIVO CONCLUIDO NO HISTORICO"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            PERFORM VARYING WS-ANO-SUB FROM 1 BY 1
                    UNTIL WS-ANO-SUB > WS-ANO-TOTAL
                MOVE WS-ANO-REGISTRO(WS-ANO-SUB)
                    TO ACADEMIC-HISTORY-RECORD
                PERFORM IMPRIME-UM-ANO
            END-PERFORM.

       IMPRIME-UM-ANO.
            MOVE AH-SERIE TO WS-ED-SERIE.
            MOVE AH-N1 TO WS-ED-N1.
            MOVE AH-N2 TO WS-ED-N2.
            MOVE AH-N3 TO WS-ED-N3.
            MOVE AH-MEDIA-POND TO WS-ED-MEDIA.
            MOVE AH-FREQUENCIA TO WS-ED-FREQ.
            MOVE SPACES TO WS-ED-NOTA-FINAL.
            EVALUATE AH-RECUPERACAO
             WHEN 'A'
                MOVE "APROV." TO WS-RECUPERACAO-TXT
                MOVE AH-NOTA-FINAL TO WS-ED-FINAL
                MOVE WS-ED-FINAL TO WS-ED-NOTA-FINAL
             WHEN 'R'
                MOVE "REPROV" TO WS-RECUPERACAO-TXT
                MOVE AH-NOTA-FINAL TO WS-ED-FINAL
                MOVE WS-ED-FINAL TO WS-ED-NOTA-FINAL
             WHEN 'S'
                MOVE "AUSENT" TO WS-RECUPERACAO-TXT
             WHEN OTHER
                MOVE "-" TO WS-RECUPERACAO-TXT
            END-EVALUATE.
            MOVE SPACES TO WS-LINHA.
            STRING AH-ANO-LETIVO "  " WS-ED-SERIE "    " AH-TURMA
                "  " WS-ED-N1 " " WS-ED-N2 " " WS-ED-N3 " "
                WS-ED-MEDIA "  " WS-ED-FREQ " " AH-SITUACAO " "
                AH-MOTIVO " " WS-RECUPERACAO-TXT " " WS-ED-NOTA-FINAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * The year in progress comes off the roster as it stands, and
      * the serie the student may enroll in follows the last year
      * closed: the next one after a promotion, the same after a
      * retention. With no year closed yet it is the roster serie.
       IMPRIME-TRANSFERENCIA.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-ROSTER-ACHOU = 'S'
                MOVE WS-ROSTER-SERIE TO WS-ED-SERIE
                MOVE WS-ROSTER-N1 TO WS-ED-N1
                MOVE WS-ROSTER-N2 TO WS-ED-N2
                MOVE WS-ROSTER-N3 TO WS-ED-N3
                MOVE SPACES TO WS-LINHA
                STRING "ANO LETIVO EM CURSO: SERIE " WS-ED-SERIE
                    " TURMA " WS-ROSTER-TURMA "  NOTAS PARCIAIS "
                    WS-ED-N1 " " WS-ED-N2 " " WS-ED-N3
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            IF WS-ANO-TOTAL > 0
                MOVE WS-ANO-REGISTRO(WS-ANO-TOTAL)
                    TO ACADEMIC-HISTORY-RECORD
                MOVE AH-SERIE TO WS-SERIE-APTA
                IF AH-SITUACAO = "PROMOVIDO"
                    ADD 1 TO WS-SERIE-APTA
                END-IF
            ELSE
                MOVE WS-ROSTER-SERIE TO WS-SERIE-APTA
            END-IF
            MOVE WS-SERIE-APTA TO WS-ED-SERIE.
            MOVE WS-DATA-REF TO WS-DATA-EDITAR.
            PERFORM EDITA-DATA.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "CERTIFICAMOS QUE O(A) ALUNO(A) " WS-ALUNO-NOME
                " REQUEREU TRANSFERENCIA"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "EM " WS-DATA-EDITADA
                " E ESTA APTO(A) A CURSAR A SERIE " WS-ED-SERIE "."
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       IMPRIME-ASSINATURAS.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "______________________________      ____________"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "SECRETARIO(A) ESCOLAR               DIRETOR(A)"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.

       EDITA-DATA.
            MOVE SPACES TO WS-DATA-EDITADA.
            STRING WS-DATA-EDITAR(7:2) "/" WS-DATA-EDITAR(5:2) "/"
                WS-DATA-EDITAR(1:4) DELIMITED BY SIZE
                INTO WS-DATA-EDITADA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO HISTORY-REPORT-RECORD.
            WRITE HISTORY-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM HISTESC.
