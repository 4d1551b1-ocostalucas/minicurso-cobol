      ******************************************************************
      * Author:
      * Date:
      * Purpose: next year's enrollment off the ENROLLREQ request
      *          file instead of paper, so no class ends up past its
      *          CL-CAPACIDADE. Mode 1 keys a request - re-enrollment
      *          of a STUDENTGR student or a new student - for the
      *          school year asked at start-up. Mode 2 is the
      *          allocation run: the waiting list first, in its own
      *          order, then the new requests with re-enrolling
      *          students first, then brothers and sisters of a
      *          student (same GUARDMST guardian), then by request
      *          date; each takes the CLASSMST turma of its serie
      *          with the most free seats, and whoever does not fit
      *          goes to the end of the waiting list. A re-enrolling
      *          student's serie follows the ACADHIST result of the
      *          year before. Mode 3 withdraws a request, offering a
      *          freed place to the first in line for that serie.
      *          Mode 4 prints the ENROLLRPT class lists and waiting
      *          list. Mode 5 loads the allocated requests into
      *          STUDENTGR for the new year - serie and turma set,
      *          grades cleared, new students given an IDISSUE id -
      *          once PROMOTE has closed the year before.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRICULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-REQUEST-FILE ASSIGN TO "ENROLLREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENROLLREQ.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
           SELECT CLASS-MASTER-FILE ASSIGN TO "CLASSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASSMST.
           SELECT ACADEMIC-HISTORY-FILE ASSIGN TO "ACADHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACADHIST.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
           SELECT ENROLLMENT-REPORT-FILE ASSIGN TO "ENROLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-REQUEST-FILE.
           COPY "enrreq.cpy".

       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  CLASS-MASTER-FILE.
           COPY "classmst.cpy".

       FD  ACADEMIC-HISTORY-FILE.
           COPY "acadhist.cpy".

       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  ENROLLMENT-REPORT-FILE.
       01  ENROLLMENT-REPORT-RECORD PIC X(80).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-ENROLLREQ PIC X(2).
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-CLASSMST PIC X(2).
           77 WS-FS-ACADHIST PIC X(2).
           77 WS-FS-GUARDMST PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-ANO-MATRICULA PIC 9(4).
           77 WS-ANO-ANTERIOR PIC 9(4).
           77 WS-LINHA PIC X(80).
           COPY "guardwk.cpy".
           01 WS-TABELA-PEDIDOS.
               05 WS-PED-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-PED-IX.
                   10 WS-PED-REGISTRO   PIC X(79).
           77 WS-PED-TOTAL PIC 9(3) VALUE 0.
           77 WS-PED-SUB PIC 9(3).
           77 WS-PED-SUB2 PIC 9(3).
           77 WS-PED-ACHOU PIC X(1).
           77 WS-PED-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PROX-PEDIDO PIC 9(6) VALUE 0.
           77 WS-PROX-POSICAO PIC 9(3) VALUE 0.
      * Allocation order: one entry per request taking part in the
      * run, WS-ORD-CHAVE being '0' plus the waiting-list position
      * for the waiting list, '1' plus the priority, request date
      * and number for the rest.
           01 WS-TABELA-ORDEM.
               05 WS-ORD-ENTRADA OCCURS 500 TIMES.
                   10 WS-ORD-CHAVE      PIC X(16).
                   10 WS-ORD-PED        PIC 9(3).
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-ORD-SUB2 PIC 9(3).
           77 WS-ORD-TROCA PIC X(19).
           77 WS-PRIORIDADE PIC 9(1).
           01 WS-TABELA-TURMAS.
               05 WS-TUR-ENTRADA OCCURS 30 TIMES.
                   10 WS-TUR-TURMA      PIC X(4).
                   10 WS-TUR-SERIE      PIC 9(2).
                   10 WS-TUR-CAPACIDADE PIC 9(3).
                   10 WS-TUR-OCUPADAS   PIC 9(3).
           77 WS-TUR-TOTAL PIC 9(2) VALUE 0.
           77 WS-TUR-SUB PIC 9(2).
           77 WS-TUR-ESCOLHIDA PIC 9(2).
           77 WS-VAGAS-LIVRES PIC S9(4).
           77 WS-MAIS-VAGAS PIC S9(4).
           01 WS-TABELA-RESULTADOS.
               05 WS-RES-ENTRADA OCCURS 500 TIMES.
                   10 WS-RES-ID         PIC X(10).
                   10 WS-RES-SERIE      PIC 9(2).
                   10 WS-RES-SITUACAO   PIC X(9).
           77 WS-RES-TOTAL PIC 9(3) VALUE 0.
           77 WS-RES-SUB PIC 9(3).
           77 WS-IRMAO PIC X(1).
           77 WS-TIPO-ENTRADA PIC X(1).
           77 WS-ALUNO-ENTRADA PIC X(10).
           77 WS-NOME-ENTRADA PIC X(20).
           77 WS-SERIE-ENTRADA PIC 9(2).
           77 WS-RESP-ENTRADA PIC X(10).
           77 WS-PEDIDO-ENTRADA PIC 9(6).
           77 WS-ALUNO-VALIDO PIC X(1).
           77 WS-SERIE-LIVRE PIC 9(2).
           77 WS-TURMA-LIVRE PIC X(4).
           77 WS-POSICAO-SUB PIC 9(3).
           77 WS-QTD-ALOCADOS PIC 9(3) VALUE 0.
           77 WS-QTD-ESPERA PIC 9(3) VALUE 0.
           77 WS-QTD-CARREGADOS PIC 9(3) VALUE 0.
           77 WS-SERIE-ID PIC X(1).
           77 WS-ID-EMITIDO PIC X(10).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "MATRICULA".

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
            MOVE "STUDENTGR" TO WS-CHG-ARQUIVO
            DISPLAY "1 - REGISTRAR PEDIDO DE MATRICULA"
            DISPLAY "2 - ALOCAR VAGAS NAS TURMAS"
            DISPLAY "3 - REGISTRAR DESISTENCIA"
            DISPLAY "4 - RELATORIO DE TURMAS E LISTA DE ESPERA"
            DISPLAY "5 - CARREGAR ALOCADOS NO STUDENTGR"
            ACCEPT MODO
            IF MODO < 1 OR MODO > 5
                DISPLAY "OPCAO INVALIDA!"
                GOBACK
            END-IF
      * The school year enrolled for; blank means the year after
      * the reference date.
            DISPLAY "ANO LETIVO DA MATRICULA (AAAA):"
            ACCEPT WS-ANO-MATRICULA
            IF WS-ANO-MATRICULA = 0
                MOVE WS-DATA-REF(1:4) TO WS-ANO-MATRICULA
                ADD 1 TO WS-ANO-MATRICULA
            END-IF
            COMPUTE WS-ANO-ANTERIOR = WS-ANO-MATRICULA - 1
            DISPLAY "ANO LETIVO: " WS-ANO-MATRICULA
            PERFORM CARREGA-PEDIDOS
            IF MODO NOT = 4 AND WS-PED-ESTOUROU = 'S'
                DISPLAY "OPERACAO ABORTADA - ENROLLREQ EXCEDE 500"
      -             " PEDIDOS E NAO SERA REGRAVADO"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CARREGA-RESPONSAVEIS
            EVALUATE MODO
             WHEN 1 PERFORM REGISTRA-PEDIDO
                     MOVE "MODO 1 - PEDIDO DE MATRICULA" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM ALOCA-VAGAS
                     MOVE "MODO 2 - ALOCACAO DE VAGAS" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM REGISTRA-DESISTENCIA
                     MOVE "MODO 3 - DESISTENCIA" TO WS-AUDIT-RESUMO
             WHEN 4 PERFORM RELATORIO-TURMAS
                     MOVE "MODO 4 - RELATORIO MATRICULA" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM CARREGA-ROSTER
                     MOVE "MODO 5 - CARGA NO STUDENTGR" TO
                         WS-AUDIT-RESUMO
            END-EVALUATE.
            PERFORM GRAVA-AUDITORIA.
            GOBACK.

      * Every request of every year is kept, so the file can be
      * rewritten whole; the next request number and the end of
      * this year's waiting list are taken on the way.
       CARREGA-PEDIDOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ENROLLMENT-REQUEST-FILE.
            IF WS-FS-ENROLLREQ NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ENROLLMENT-REQUEST-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PED-TOTAL < 500
                            ADD 1 TO WS-PED-TOTAL
                            MOVE ENROLLMENT-REQUEST-RECORD TO
                                WS-PED-REGISTRO(WS-PED-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-PED-ESTOUROU
                        END-IF
                        IF ER-PEDIDO > WS-PROX-PEDIDO
                            MOVE ER-PEDIDO TO WS-PROX-PEDIDO
                        END-IF
                        IF ER-ANO = WS-ANO-MATRICULA
                                AND ER-POSICAO > WS-PROX-POSICAO
                            MOVE ER-POSICAO TO WS-PROX-POSICAO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENROLLREQ = "10"
                CLOSE ENROLLMENT-REQUEST-FILE
            END-IF.
            ADD 1 TO WS-PROX-PEDIDO.
            ADD 1 TO WS-PROX-POSICAO.

       REGRAVA-PEDIDOS.
            OPEN OUTPUT ENROLLMENT-REQUEST-FILE.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                WRITE ENROLLMENT-REQUEST-RECORD
            END-PERFORM.
            CLOSE ENROLLMENT-REQUEST-FILE.

      * A re-enrollment must be a roster student and may only be
      * requested once a year; with no roster to read the id is
      * taken as keyed. The guardian defaults to the student's
      * GUARDMST financial payer.
       REGISTRA-PEDIDO.
            IF WS-PED-TOTAL NOT < 500
                DISPLAY "ARQUIVO DE PEDIDOS CHEIO"
            ELSE
                DISPLAY "TIPO (R-REMATRICULA / N-ALUNO NOVO):"
                ACCEPT WS-TIPO-ENTRADA
                MOVE SPACES TO WS-ALUNO-ENTRADA WS-NOME-ENTRADA
                MOVE 'S' TO WS-ALUNO-VALIDO
                IF WS-TIPO-ENTRADA = 'R'
                    DISPLAY "ID DO ALUNO:"
                    ACCEPT WS-ALUNO-ENTRADA
                    PERFORM VALIDA-ALUNO-ROSTER
                    PERFORM VERIFICA-PEDIDO-DUPLICADO
                ELSE
                    MOVE 'N' TO WS-TIPO-ENTRADA
                    DISPLAY "NOME DO ALUNO:"
                    ACCEPT WS-NOME-ENTRADA
                END-IF
                IF WS-ALUNO-VALIDO = 'S'
                    PERFORM REGISTRA-PEDIDO-VALIDO
                END-IF
            END-IF.

       REGISTRA-PEDIDO-VALIDO.
            DISPLAY "SERIE PRETENDIDA:"
            ACCEPT WS-SERIE-ENTRADA
            DISPLAY "ID DO RESPONSAVEL (GUARDMST):"
            ACCEPT WS-RESP-ENTRADA
            IF WS-RESP-ENTRADA = SPACES AND WS-TIPO-ENTRADA = 'R'
                MOVE WS-ALUNO-ENTRADA TO WS-GR-ALUNO-BUSCA
                MOVE 'F' TO WS-GR-PAPEL-BUSCA
                PERFORM BUSCA-RESPONSAVEL
                MOVE WS-GR-RESP-ACHADO TO WS-RESP-ENTRADA
            END-IF
            MOVE SPACES TO ENROLLMENT-REQUEST-RECORD.
            MOVE WS-PROX-PEDIDO TO ER-PEDIDO.
            MOVE WS-ANO-MATRICULA TO ER-ANO.
            MOVE WS-TIPO-ENTRADA TO ER-TIPO.
            MOVE WS-ALUNO-ENTRADA TO ER-STU-ID.
            MOVE WS-NOME-ENTRADA TO ER-NOME.
            MOVE WS-SERIE-ENTRADA TO ER-SERIE.
            MOVE WS-DATA-REF TO ER-DATA-PEDIDO.
            MOVE WS-RESP-ENTRADA TO ER-RESP-ID.
            MOVE 'P' TO ER-STATUS.
            MOVE 0 TO ER-POSICAO.
            ADD 1 TO WS-PED-TOTAL.
            MOVE ENROLLMENT-REQUEST-RECORD TO
                WS-PED-REGISTRO(WS-PED-TOTAL).
            PERFORM REGRAVA-PEDIDOS.
            DISPLAY "PEDIDO REGISTRADO: " ER-PEDIDO.

       VALIDA-ALUNO-ROSTER.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR = "00"
                MOVE WS-ALUNO-ENTRADA TO STU-ID
                READ STUDENT-GRADES-FILE
                    KEY IS STU-ID
                    INVALID KEY
                        DISPLAY "ALUNO NAO ENCONTRADO NO ROSTER"
                        MOVE 'N' TO WS-ALUNO-VALIDO
                    NOT INVALID KEY
                        MOVE STU-NOME TO WS-NOME-ENTRADA
                        DISPLAY "ALUNO: " STU-NOME " SERIE ATUAL "
      -                     STU-SERIE
                END-READ
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       VERIFICA-PEDIDO-DUPLICADO.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                IF ER-ANO = WS-ANO-MATRICULA
                        AND ER-STU-ID = WS-ALUNO-ENTRADA
                        AND ER-STATUS NOT = 'D'
                    DISPLAY "ALUNO JA TEM O PEDIDO " ER-PEDIDO
      -                 " NESTE ANO"
                    MOVE 'N' TO WS-ALUNO-VALIDO
                END-IF
            END-PERFORM.

       ALOCA-VAGAS.
            PERFORM CARREGA-TURMAS.
            IF WS-TUR-TOTAL = 0
                DISPLAY "CLASSMST SEM TURMAS - NADA ALOCADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-RESULTADOS
                PERFORM CONTA-OCUPACAO
                PERFORM MONTA-ORDEM
                PERFORM ORDENA-PEDIDOS
                PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                        UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    MOVE WS-ORD-PED(WS-ORD-SUB) TO WS-PED-SUB
                    MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                        ENROLLMENT-REQUEST-RECORD
                    PERFORM ALOCA-UM-PEDIDO
                    MOVE ENROLLMENT-REQUEST-RECORD TO
                        WS-PED-REGISTRO(WS-PED-SUB)
                END-PERFORM
                PERFORM REGRAVA-PEDIDOS
                DISPLAY "PEDIDOS ALOCADOS: " WS-QTD-ALOCADOS
                DISPLAY "PEDIDOS NA LISTA DE ESPERA: " WS-QTD-ESPERA
            END-IF.

       CARREGA-TURMAS.
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
                        IF WS-TUR-TOTAL < 30
                            ADD 1 TO WS-TUR-TOTAL
                            MOVE CL-TURMA TO WS-TUR-TURMA(WS-TUR-TOTAL)
                            MOVE CL-SERIE TO WS-TUR-SERIE(WS-TUR-TOTAL)
                            MOVE CL-CAPACIDADE TO
                                WS-TUR-CAPACIDADE(WS-TUR-TOTAL)
                            MOVE 0 TO WS-TUR-OCUPADAS(WS-TUR-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CLASSMST = "10"
                CLOSE CLASS-MASTER-FILE
            END-IF.

      * The year before's final result, for the serie a
      * re-enrolling student actually goes into.
       CARREGA-RESULTADOS.
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
                        IF AH-ANO-LETIVO = WS-ANO-ANTERIOR
                                AND WS-RES-TOTAL < 500
                            ADD 1 TO WS-RES-TOTAL
                            MOVE AH-STU-ID TO WS-RES-ID(WS-RES-TOTAL)
                            MOVE AH-SERIE TO
                                WS-RES-SERIE(WS-RES-TOTAL)
                            MOVE AH-SITUACAO TO
                                WS-RES-SITUACAO(WS-RES-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ACADHIST = "10"
                CLOSE ACADEMIC-HISTORY-FILE
            END-IF.

      * Seats already taken this year: requests allocated on an
      * earlier run, loaded or not.
       CONTA-OCUPACAO.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                IF ER-ANO = WS-ANO-MATRICULA
                        AND (ER-STATUS = 'A' OR ER-STATUS = 'C')
                    PERFORM VARYING WS-TUR-SUB FROM 1 BY 1
                            UNTIL WS-TUR-SUB > WS-TUR-TOTAL
                        IF WS-TUR-TURMA(WS-TUR-SUB) = ER-TURMA
                            ADD 1 TO WS-TUR-OCUPADAS(WS-TUR-SUB)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.

       MONTA-ORDEM.
            MOVE 0 TO WS-ORD-TOTAL.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                IF ER-ANO = WS-ANO-MATRICULA
                        AND (ER-STATUS = 'P' OR ER-STATUS = 'E')
                    IF ER-TIPO = 'R'
                        PERFORM AJUSTA-SERIE-REMATRICULA
                        MOVE ENROLLMENT-REQUEST-RECORD TO
                            WS-PED-REGISTRO(WS-PED-SUB)
                    END-IF
                    ADD 1 TO WS-ORD-TOTAL
                    MOVE WS-PED-SUB TO WS-ORD-PED(WS-ORD-TOTAL)
                    MOVE ZEROS TO WS-ORD-CHAVE(WS-ORD-TOTAL)
                    IF ER-STATUS = 'E'
                        MOVE ER-POSICAO TO
                            WS-ORD-CHAVE(WS-ORD-TOTAL)(2:3)
                    ELSE
                        PERFORM CALCULA-PRIORIDADE
                        MOVE '1' TO WS-ORD-CHAVE(WS-ORD-TOTAL)(1:1)
                        MOVE WS-PRIORIDADE TO
                            WS-ORD-CHAVE(WS-ORD-TOTAL)(2:1)
                        MOVE ER-DATA-PEDIDO TO
                            WS-ORD-CHAVE(WS-ORD-TOTAL)(3:8)
                        MOVE ER-PEDIDO TO
                            WS-ORD-CHAVE(WS-ORD-TOTAL)(11:6)
                    END-IF
                END-IF
            END-PERFORM.

      * Promoted goes one serie up, retained repeats it; with no
      * result on file the serie keyed on the request stands.
       AJUSTA-SERIE-REMATRICULA.
            PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                    UNTIL WS-RES-SUB > WS-RES-TOTAL
                IF WS-RES-ID(WS-RES-SUB) = ER-STU-ID
                    MOVE WS-RES-SERIE(WS-RES-SUB) TO ER-SERIE
                    IF WS-RES-SITUACAO(WS-RES-SUB) = "PROMOVIDO"
                        ADD 1 TO ER-SERIE
                    END-IF
                END-IF
            END-PERFORM.

      * 1 re-enrollment, 2 brother or sister of a student already
      * in the school or asking for a place this year, 3 the rest.
       CALCULA-PRIORIDADE.
            IF ER-TIPO = 'R'
                MOVE 1 TO WS-PRIORIDADE
            ELSE
                PERFORM VERIFICA-IRMAO
                IF WS-IRMAO = 'S'
                    MOVE 2 TO WS-PRIORIDADE
                ELSE
                    MOVE 3 TO WS-PRIORIDADE
                END-IF
            END-IF.

       VERIFICA-IRMAO.
            MOVE 'N' TO WS-IRMAO.
            IF ER-RESP-ID NOT = SPACES
                PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                        UNTIL WS-GR-SUB > WS-GR-TOTAL
                    IF WS-GR-RESP(WS-GR-SUB) = ER-RESP-ID
                            AND WS-GR-ALUNO(WS-GR-SUB) NOT = ER-STU-ID
                        MOVE 'S' TO WS-IRMAO
                    END-IF
                END-PERFORM
                PERFORM VARYING WS-PED-SUB2 FROM 1 BY 1
                        UNTIL WS-PED-SUB2 > WS-PED-TOTAL
                    IF WS-PED-SUB2 NOT = WS-PED-SUB
                            AND WS-PED-REGISTRO(WS-PED-SUB2)(8:4) =
                                ER-ANO
                            AND WS-PED-REGISTRO(WS-PED-SUB2)(59:10) =
                                ER-RESP-ID
                            AND WS-PED-REGISTRO(WS-PED-SUB2)(70:1)
                                NOT = 'D'
                        MOVE 'S' TO WS-IRMAO
                    END-IF
                END-PERFORM
            END-IF.

      * Exchange sort on the allocation key, lowest first.
       ORDENA-PEDIDOS.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB >= WS-ORD-TOTAL
                PERFORM VARYING WS-ORD-SUB2 FROM 1 BY 1
                        UNTIL WS-ORD-SUB2 >= WS-ORD-TOTAL
                    IF WS-ORD-CHAVE(WS-ORD-SUB2) >
                            WS-ORD-CHAVE(WS-ORD-SUB2 + 1)
                        MOVE WS-ORD-ENTRADA(WS-ORD-SUB2)
                            TO WS-ORD-TROCA
                        MOVE WS-ORD-ENTRADA(WS-ORD-SUB2 + 1)
                            TO WS-ORD-ENTRADA(WS-ORD-SUB2)
                        MOVE WS-ORD-TROCA
                            TO WS-ORD-ENTRADA(WS-ORD-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

      * The turma of the serie with the most free seats, so the
      * classes of a serie fill evenly.
       ALOCA-UM-PEDIDO.
            MOVE 0 TO WS-TUR-ESCOLHIDA.
            MOVE 0 TO WS-MAIS-VAGAS.
            PERFORM VARYING WS-TUR-SUB FROM 1 BY 1
                    UNTIL WS-TUR-SUB > WS-TUR-TOTAL
                IF WS-TUR-SERIE(WS-TUR-SUB) = ER-SERIE
                    COMPUTE WS-VAGAS-LIVRES =
                        WS-TUR-CAPACIDADE(WS-TUR-SUB)
                            - WS-TUR-OCUPADAS(WS-TUR-SUB)
                    IF WS-VAGAS-LIVRES > WS-MAIS-VAGAS
                        MOVE WS-VAGAS-LIVRES TO WS-MAIS-VAGAS
                        MOVE WS-TUR-SUB TO WS-TUR-ESCOLHIDA
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-TUR-ESCOLHIDA > 0
                ADD 1 TO WS-TUR-OCUPADAS(WS-TUR-ESCOLHIDA)
                MOVE 'A' TO ER-STATUS
                MOVE WS-TUR-TURMA(WS-TUR-ESCOLHIDA) TO ER-TURMA
                MOVE 0 TO ER-POSICAO
                ADD 1 TO WS-QTD-ALOCADOS
            ELSE
                IF ER-STATUS = 'P'
                    MOVE 'E' TO ER-STATUS
                    MOVE WS-PROX-POSICAO TO ER-POSICAO
                    ADD 1 TO WS-PROX-POSICAO
                END-IF
                ADD 1 TO WS-QTD-ESPERA
            END-IF.

      * A withdrawn place goes straight to the first in line for
      * the same serie. A request already loaded into STUDENTGR is
      * a roster withdrawal for STUDMAINT instead.
       REGISTRA-DESISTENCIA.
            DISPLAY "NUMERO DO PEDIDO:"
            ACCEPT WS-PEDIDO-ENTRADA
            MOVE 'N' TO WS-PED-ACHOU
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                    OR WS-PED-ACHOU = 'S'
                IF WS-PED-REGISTRO(WS-PED-SUB)(1:6) =
                        WS-PEDIDO-ENTRADA
                    MOVE 'S' TO WS-PED-ACHOU
                    SUBTRACT 1 FROM WS-PED-SUB
                END-IF
            END-PERFORM
            IF WS-PED-ACHOU = 'N'
                DISPLAY "PEDIDO NAO ENCONTRADO"
            ELSE
                MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                EVALUATE ER-STATUS
                 WHEN 'D'
                    DISPLAY "PEDIDO JA ESTA DESISTENTE"
                 WHEN 'C'
                    DISPLAY "ALUNO JA CARREGADO NO STUDENTGR - "
      -                 "EXCLUIR PELO STUDMAINT"
                 WHEN OTHER
                    PERFORM REGISTRA-DESISTENCIA-VALIDA
                END-EVALUATE
            END-IF.

       REGISTRA-DESISTENCIA-VALIDA.
            MOVE SPACES TO WS-TURMA-LIVRE.
            IF ER-STATUS = 'A'
                MOVE ER-TURMA TO WS-TURMA-LIVRE
                MOVE ER-SERIE TO WS-SERIE-LIVRE
            END-IF
            MOVE 'D' TO ER-STATUS.
            MOVE ENROLLMENT-REQUEST-RECORD TO
                WS-PED-REGISTRO(WS-PED-SUB).
            DISPLAY "DESISTENCIA REGISTRADA: " ER-PEDIDO " " ER-NOME.
            IF WS-TURMA-LIVRE NOT = SPACES
                PERFORM OFERECE-VAGA
            END-IF
            PERFORM REGRAVA-PEDIDOS.

       OFERECE-VAGA.
            MOVE 0 TO WS-POSICAO-SUB.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                IF ER-ANO = WS-ANO-MATRICULA AND ER-STATUS = 'E'
                        AND ER-SERIE = WS-SERIE-LIVRE
                    IF WS-POSICAO-SUB = 0
                        MOVE WS-PED-SUB TO WS-POSICAO-SUB
                    ELSE
                        IF ER-POSICAO <
                                WS-PED-REGISTRO(WS-POSICAO-SUB)(77:3)
                            MOVE WS-PED-SUB TO WS-POSICAO-SUB
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-POSICAO-SUB = 0
                DISPLAY "SEM LISTA DE ESPERA PARA A SERIE "
      -             WS-SERIE-LIVRE " - VAGA LIVRE NA TURMA "
      -             WS-TURMA-LIVRE
            ELSE
                MOVE WS-PED-REGISTRO(WS-POSICAO-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                MOVE 'A' TO ER-STATUS
                MOVE WS-TURMA-LIVRE TO ER-TURMA
                MOVE 0 TO ER-POSICAO
                MOVE ENROLLMENT-REQUEST-RECORD TO
                    WS-PED-REGISTRO(WS-POSICAO-SUB)
                DISPLAY "VAGA DA TURMA " WS-TURMA-LIVRE
      -             " OFERECIDA AO PEDIDO " ER-PEDIDO " " ER-NOME
            END-IF.

       RELATORIO-TURMAS.
            PERFORM CARREGA-TURMAS.
            PERFORM CONTA-OCUPACAO.
            OPEN OUTPUT ENROLLMENT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "MATRICULAS DO ANO LETIVO " WS-ANO-MATRICULA
                " EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-TUR-SUB FROM 1 BY 1
                    UNTIL WS-TUR-SUB > WS-TUR-TOTAL
                MOVE ALL "-" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-LINHA
                STRING "TURMA " WS-TUR-TURMA(WS-TUR-SUB)
                    "  SERIE " WS-TUR-SERIE(WS-TUR-SUB)
                    "  CAPACIDADE " WS-TUR-CAPACIDADE(WS-TUR-SUB)
                    "  OCUPADAS " WS-TUR-OCUPADAS(WS-TUR-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                        UNTIL WS-PED-SUB > WS-PED-TOTAL
                    MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                        ENROLLMENT-REQUEST-RECORD
                    IF ER-ANO = WS-ANO-MATRICULA
                            AND (ER-STATUS = 'A' OR ER-STATUS = 'C')
                            AND ER-TURMA = WS-TUR-TURMA(WS-TUR-SUB)
                        PERFORM IMPRIME-PEDIDO
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "LISTA DE ESPERA (ORDEM DE CHAMADA)" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-POSICAO-SUB FROM 1 BY 1
                    UNTIL WS-POSICAO-SUB >= WS-PROX-POSICAO
                PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                        UNTIL WS-PED-SUB > WS-PED-TOTAL
                    MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                        ENROLLMENT-REQUEST-RECORD
                    IF ER-ANO = WS-ANO-MATRICULA
                            AND ER-STATUS = 'E'
                            AND ER-POSICAO = WS-POSICAO-SUB
                        ADD 1 TO WS-QTD-ESPERA
                        PERFORM IMPRIME-PEDIDO
                    END-IF
                END-PERFORM
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "PEDIDOS NA LISTA DE ESPERA: " WS-QTD-ESPERA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE ENROLLMENT-REPORT-FILE.

       IMPRIME-PEDIDO.
            MOVE SPACES TO WS-LINHA.
            STRING "  " ER-PEDIDO " " ER-TIPO " " ER-STU-ID " "
                ER-NOME " SERIE " ER-SERIE " PEDIDO EM "
                ER-DATA-PEDIDO
                DELIMITED BY SIZE INTO WS-LINHA.
            IF ER-STATUS = 'E'
                MOVE "POS." TO WS-LINHA(73:4)
                MOVE ER-POSICAO TO WS-LINHA(78:3)
            END-IF
            PERFORM GRAVA-LINHA.

      * The roster is loaded only once PROMOTE has closed the year
      * before: loading first would let the promotion advance the
      * new serie again and read the cleared grades.
       CARREGA-ROSTER.
            PERFORM CARREGA-RESULTADOS.
            IF WS-RES-TOTAL = 0
                DISPLAY "CARGA RECUSADA - SEM RESULTADO FINAL DE "
      -             WS-ANO-ANTERIOR " NO ACADHIST - RODE A PROMOCAO"
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN I-O STUDENT-GRADES-FILE
                IF WS-FS-STUDENTGR = "35"
                    OPEN OUTPUT STUDENT-GRADES-FILE
                END-IF
                PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                        UNTIL WS-PED-SUB > WS-PED-TOTAL
                    MOVE WS-PED-REGISTRO(WS-PED-SUB) TO
                        ENROLLMENT-REQUEST-RECORD
                    IF ER-ANO = WS-ANO-MATRICULA AND ER-STATUS = 'A'
                        PERFORM CARREGA-UM-ALUNO
                        MOVE ENROLLMENT-REQUEST-RECORD TO
                            WS-PED-REGISTRO(WS-PED-SUB)
                    END-IF
                END-PERFORM
                CLOSE STUDENT-GRADES-FILE
                PERFORM REGRAVA-PEDIDOS
                DISPLAY "ALUNOS CARREGADOS NO STUDENTGR: "
      -             WS-QTD-CARREGADOS
            END-IF.

       CARREGA-UM-ALUNO.
            IF ER-STU-ID = SPACES
                MOVE 'A' TO WS-SERIE-ID
                CALL "IDISSUE" USING WS-SERIE-ID WS-PROGRAMA-ATUAL
                    WS-OPERADOR-ID WS-ID-EMITIDO
                MOVE WS-ID-EMITIDO TO ER-STU-ID
                DISPLAY "ID EMITIDO: " ER-STU-ID " " ER-NOME
            END-IF
            MOVE ER-STU-ID TO STU-ID.
            READ STUDENT-GRADES-FILE
                KEY IS STU-ID
                INVALID KEY
                    PERFORM INCLUI-ALUNO-NOVO
                NOT INVALID KEY
                    PERFORM ATUALIZA-ALUNO-ROSTER
            END-READ.

       ATUALIZA-ALUNO-ROSTER.
            MOVE STUDENT-GRADES-RECORD TO WS-CHG-ANTES.
            MOVE 0 TO STU-N1 STU-N2 STU-N3.
            MOVE ER-SERIE TO STU-SERIE.
            MOVE ER-TURMA TO STU-TURMA.
            REWRITE STUDENT-GRADES-RECORD
                INVALID KEY
                    DISPLAY "ERRO NA REGRAVACAO: " ER-STU-ID
                NOT INVALID KEY
                    MOVE 'C' TO ER-STATUS
                    ADD 1 TO WS-QTD-CARREGADOS
                    MOVE "A" TO WS-CHG-OPERACAO
                    MOVE STU-ID TO WS-CHG-CHAVE
                    MOVE STUDENT-GRADES-RECORD TO WS-CHG-DEPOIS
                    PERFORM GRAVA-CHANGELOG
            END-REWRITE.

       INCLUI-ALUNO-NOVO.
            MOVE SPACES TO STUDENT-GRADES-RECORD.
            MOVE ER-STU-ID TO STU-ID.
            MOVE ER-NOME TO STU-NOME.
            MOVE 0 TO STU-N1 STU-N2 STU-N3.
            MOVE ER-SERIE TO STU-SERIE.
            MOVE ER-TURMA TO STU-TURMA.
            WRITE STUDENT-GRADES-RECORD
                INVALID KEY
                    DISPLAY "ERRO NA INCLUSAO: " ER-STU-ID
                NOT INVALID KEY
                    MOVE 'C' TO ER-STATUS
                    ADD 1 TO WS-QTD-CARREGADOS
                    MOVE "I" TO WS-CHG-OPERACAO
                    MOVE STU-ID TO WS-CHG-CHAVE
                    MOVE SPACES TO WS-CHG-ANTES
                    MOVE STUDENT-GRADES-RECORD TO WS-CHG-DEPOIS
                    PERFORM GRAVA-CHANGELOG
            END-WRITE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO ENROLLMENT-REPORT-RECORD.
            WRITE ENROLLMENT-REPORT-RECORD.

       COPY "guardproc.cpy".

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM MATRICULA.
