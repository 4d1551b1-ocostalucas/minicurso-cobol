      ******************************************************************
      * Author:
      * Date:
      * Purpose: nightly segregation-of-duties report. Each
      *          two-operator workflow has a defined pair of
      *          conflicting duties - the keying side and the
      *          approving side - and no operator should sit on
      *          both for the same transaction. The keyed and the
      *          approved sides of the grade (NOTA), leave (AFAS),
      *          suspense (SUSP), appeal (RECU) and payment-plan
      *          (PLAN) workflows come off DUTYLOG, matched on the
      *          workflow's own key. Overtime (HEXT) pairs the
      *          OTAUTH pre-authorization with the first punch run
      *          on or after its date in AUDITARCH/AUDITLOG. Every
      *          transaction with the same operator id on both sides
      *          is listed under its pair to SODRPT; the second part
      *          lists, per pair, the active operators whose
      *          OPERMASTER grants let them do both sides. DUTYLOG
      *          is read for the twelve months up to the business
      *          date. RC 4 when an approval dated on the business
      *          date breaks a pair or a work table overflowed; RC 8
      *          when the year's DUTYLOG overflowed, as the newest
      *          transactions are the ones left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUTY-LOG-FILE ASSIGN TO "DUTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUTYLOG.
           SELECT OT-AUTHORIZATION-FILE ASSIGN TO "OTAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OTAUTH.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMASTER.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT SOD-REPORT-FILE ASSIGN TO "SODRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBSTATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUNCTL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  DUTY-LOG-FILE.
           COPY "dutylog.cpy".

       FD  OT-AUTHORIZATION-FILE.
           COPY "otauth.cpy".

       FD  OPERATOR-MASTER-FILE.
           COPY "opermst.cpy".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD     PIC X(90).

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-RECORD        PIC X(80).

       FD  JOB-STATUS-FILE.
           COPY "jobstat.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-FS-OTAUTH PIC X(2).
           77 WS-FS-OPERMASTER PIC X(2).
           77 WS-FS-ARCHIVE PIC X(2).
           77 WS-FS-JOBSTATUS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
      * The conflicting duty pairs. WS-PAR-FONTE 'D' pairs come off
      * DUTYLOG; 'H' is the overtime pair, OTAUTH against the punch
      * runs. The slots are the OPERMASTER grant flag of the program
      * on each side, 0 for a program outside the grant roster that
      * every active operator may run.
           01 WS-TABELA-PARES.
               05 WS-PAR-ENTRADA OCCURS 6 TIMES.
                   10 WS-PAR-CODIGO     PIC X(4).
                   10 WS-PAR-DESCRICAO  PIC X(40).
                   10 WS-PAR-FONTE      PIC X(1).
                   10 WS-PAR-SLOT-E     PIC 9(2).
                   10 WS-PAR-SLOT-A     PIC 9(2).
                   10 WS-PAR-QTD        PIC 9(4).
                   10 WS-PAR-NOVAS      PIC 9(4).
           77 WS-PAR-SUB PIC 9(1).
           77 WS-QTD-PARES PIC 9(1) VALUE 6.
           01 WS-TABELA-DUTYLOG.
               05 WS-DUT-ENTRADA OCCURS 5000 TIMES.
                   10 WS-DUT-T-PAR      PIC X(4).
                   10 WS-DUT-T-LADO     PIC X(1).
                   10 WS-DUT-T-CHAVE    PIC X(20).
                   10 WS-DUT-T-OPERADOR PIC X(10).
                   10 WS-DUT-T-DATA     PIC 9(8).
           77 WS-DUT-TOTAL PIC 9(4) VALUE 0.
           77 WS-DUT-SUB PIC 9(4).
           77 WS-DUT-IX PIC 9(4).
           77 WS-DUT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-DUT-CORTE PIC 9(8).
           77 WS-DUT-ACHADO PIC 9(4).
      * Punch runs (EXERCICIO15 mode 2) in the order they ran,
      * archive first.
           01 WS-TABELA-PONTO.
               05 WS-PTO-ENTRADA OCCURS 2000 TIMES.
                   10 WS-PTO-DATA       PIC 9(8).
                   10 WS-PTO-OPERADOR   PIC X(10).
           77 WS-PTO-TOTAL PIC 9(4) VALUE 0.
           77 WS-PTO-SUB PIC 9(4).
           77 WS-PTO-ACHADO PIC 9(4).
           77 WS-PTO-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-RESUMO-PONTO PIC X(30)
               VALUE "MODO 2 - PROCESSA PUNCHCLK".
           01 WS-TABELA-OPERADORES.
               05 WS-OPE-ENTRADA OCCURS 100 TIMES.
                   10 WS-OPE-ID         PIC X(10).
                   10 WS-OPE-NOME       PIC X(20).
                   10 WS-OPE-AUTORIZACOES.
                       15 WS-OPE-AUT    PIC X(1) OCCURS 20 TIMES.
           77 WS-OPE-TOTAL PIC 9(3) VALUE 0.
           77 WS-OPE-SUB PIC 9(3).
           77 WS-OPE-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-OPE-PRESENTE PIC X(1) VALUE 'N'.
           77 WS-OPE-LADO-E PIC X(1).
           77 WS-OPE-LADO-A PIC X(1).
           77 WS-QTD-DOIS-LADOS PIC 9(3).
           77 WS-QTD-VIOLACOES PIC 9(4) VALUE 0.
           77 WS-QTD-NOVAS PIC 9(4) VALUE 0.
           77 WS-VIO-CHAVE PIC X(20).
           77 WS-VIO-OPERADOR PIC X(10).
           77 WS-VIO-DATA-E PIC 9(8).
           77 WS-VIO-DATA-A PIC 9(8).
           77 WS-VIO-MARCA PIC X(5).
           77 WS-LINHA PIC X(80).
           77 WS-RETORNO PIC 9(2) VALUE 0.
           77 WS-HORA-INICIO PIC 9(6) VALUE 0.
           77 WS-JS-LIDOS PIC 9(6) VALUE 0.
           77 WS-JS-REJEITADOS PIC 9(6) VALUE 0.
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "SODREPORT".
           77 WS-FS-RUNCTL PIC X(2).
           77 WS-RC-PRESENTE PIC X(1).
           77 WS-RC-OPERADOR PIC X(10).
           77 WS-RC-MODO PIC 9(1).
           77 WS-RC-VALOR-1 PIC 9(6)V99.
           77 WS-RC-VALOR-2 PIC 9(6)V99.
           77 WS-RC-CONTA PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WS-HORA-INICIO FROM TIME
            PERFORM LE-RUN-CONTROL
            IF WS-RC-PRESENTE = 'S'
                MOVE WS-RC-OPERADOR TO WS-OPERADOR-ID
            ELSE
                DISPLAY "DIGITE SEU ID DE OPERADOR:"
                ACCEPT WS-OPERADOR-ID
            END-IF
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
            PERFORM INICIALIZA-PARES
            PERFORM CARREGA-DUTYLOG
            PERFORM CARREGA-ARQUIVO-PONTO
            PERFORM CARREGA-AUDITLOG-PONTO
            PERFORM CARREGA-OPERADORES
            OPEN OUTPUT SOD-REPORT-FILE
            MOVE SPACES TO WS-LINHA
            STRING "SEGREGACAO DE FUNCOES - VIOLACOES ATE "
                WS-DATA-REF DELIMITED BY SIZE INTO WS-LINHA
            PERFORM GRAVA-LINHA
            MOVE SPACES TO WS-LINHA
            STRING "PAR  CHAVE                OPERADOR   "
                "ENTRADA  APROVACAO"
                DELIMITED BY SIZE INTO WS-LINHA
            PERFORM GRAVA-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM GRAVA-LINHA
            PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                    UNTIL WS-PAR-SUB > WS-QTD-PARES
                PERFORM VERIFICA-PAR
            END-PERFORM
            PERFORM LISTA-CONCESSOES
            PERFORM GRAVA-TOTAIS
            CLOSE SOD-REPORT-FILE
            IF WS-QTD-NOVAS > 0
                MOVE 4 TO WS-RETORNO
            END-IF
            IF WS-PTO-ESTOUROU = 'S' OR WS-OPE-ESTOUROU = 'S'
                MOVE 4 TO WS-RETORNO
            END-IF
            IF WS-DUT-ESTOUROU = 'S'
                MOVE 8 TO WS-RETORNO
            END-IF
            MOVE WS-QTD-VIOLACOES TO WS-JS-REJEITADOS
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "SOD VIOLACOES " WS-QTD-VIOLACOES
                " NOVAS " WS-QTD-NOVAS
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            PERFORM GRAVA-JOB-STATUS
            GOBACK.

      * Slot 17 is EXERCICIO15 in the MENU-DRIVER/OPERAUTH order;
      * the other workflow programs are outside the grant roster.
       INICIALIZA-PARES.
            MOVE "NOTA" TO WS-PAR-CODIGO(1).
            MOVE "GRADEENTRY DIGITA / GRADEENTRY APROVA"
                TO WS-PAR-DESCRICAO(1).
            MOVE "HEXT" TO WS-PAR-CODIGO(2).
            MOVE "OTAUTHENT AUTORIZA / EXERCICIO15 PONTO"
                TO WS-PAR-DESCRICAO(2).
            MOVE "AFAS" TO WS-PAR-CODIGO(3).
            MOVE "LEAVEMGR PEDIDO / LEAVEMGR DECISAO"
                TO WS-PAR-DESCRICAO(3).
            MOVE "SUSP" TO WS-PAR-CODIGO(4).
            MOVE "PAYPOST SUSPENDE / SUSPMAINT LIBERA"
                TO WS-PAR-DESCRICAO(4).
            MOVE "RECU" TO WS-PAR-CODIGO(5).
            MOVE "CITAPPEAL PROTOCOLO / CITAPPEAL DECISAO"
                TO WS-PAR-DESCRICAO(5).
            MOVE "PLAN" TO WS-PAR-CODIGO(6).
            MOVE "PAYPLAN NEGOCIA / PAYPLAN CANCELA"
                TO WS-PAR-DESCRICAO(6).
            PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                    UNTIL WS-PAR-SUB > WS-QTD-PARES
                MOVE 'D' TO WS-PAR-FONTE(WS-PAR-SUB)
                MOVE 0 TO WS-PAR-SLOT-E(WS-PAR-SUB)
                MOVE 0 TO WS-PAR-SLOT-A(WS-PAR-SUB)
                MOVE 0 TO WS-PAR-QTD(WS-PAR-SUB)
                MOVE 0 TO WS-PAR-NOVAS(WS-PAR-SUB)
            END-PERFORM.
            MOVE 'H' TO WS-PAR-FONTE(2).
            MOVE 17 TO WS-PAR-SLOT-A(2).

      * The file is in date order, so a table filled with old rows
      * would drop the newest; rows older than a year are skipped.
       CARREGA-DUTYLOG.
            COMPUTE WS-DUT-CORTE = WS-DATA-REF - 10000.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DUTY-LOG-FILE.
            IF WS-FS-DUTYLOG NOT = "00"
                DISPLAY "DUTYLOG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DUTY-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        ADD 1 TO WS-JS-LIDOS
                        EVALUATE TRUE
                            WHEN DL-DATA IS NUMERIC
                                    AND DL-DATA < WS-DUT-CORTE
                                CONTINUE
                            WHEN WS-DUT-TOTAL < 5000
                                PERFORM GUARDA-DUTYLOG
                            WHEN OTHER
                                MOVE 'S' TO WS-DUT-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-DUTYLOG = "10"
                CLOSE DUTY-LOG-FILE
            END-IF.

       GUARDA-DUTYLOG.
            ADD 1 TO WS-DUT-TOTAL.
            MOVE DL-PAR TO WS-DUT-T-PAR(WS-DUT-TOTAL).
            MOVE DL-LADO TO WS-DUT-T-LADO(WS-DUT-TOTAL).
            MOVE DL-CHAVE TO WS-DUT-T-CHAVE(WS-DUT-TOTAL).
            MOVE DL-OPERADOR TO WS-DUT-T-OPERADOR(WS-DUT-TOTAL).
            MOVE DL-DATA TO WS-DUT-T-DATA(WS-DUT-TOTAL).

       CARREGA-ARQUIVO-PONTO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT AUDIT-ARCHIVE-FILE.
            IF WS-FS-ARCHIVE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ AUDIT-ARCHIVE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE AUDIT-ARCHIVE-RECORD TO AUDIT-TRAIL-RECORD
                        PERFORM GUARDA-EXECUCAO-PONTO
                END-READ
            END-PERFORM.
            IF WS-FS-ARCHIVE = "10"
                CLOSE AUDIT-ARCHIVE-FILE
            END-IF.

       CARREGA-AUDITLOG-PONTO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT AUDIT-TRAIL-FILE.
            IF WS-FS-AUDITLOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ AUDIT-TRAIL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM GUARDA-EXECUCAO-PONTO
                END-READ
            END-PERFORM.
            IF WS-FS-AUDITLOG = "10"
                CLOSE AUDIT-TRAIL-FILE
            END-IF.

       GUARDA-EXECUCAO-PONTO.
            IF AT-PROGRAMA = "EXERCICIO15"
                    AND AT-RESUMO = WS-RESUMO-PONTO
                IF WS-PTO-TOTAL < 2000
                    ADD 1 TO WS-PTO-TOTAL
                    MOVE AT-DATA TO WS-PTO-DATA(WS-PTO-TOTAL)
                    MOVE AT-OPERADOR TO WS-PTO-OPERADOR(WS-PTO-TOTAL)
                ELSE
                    MOVE 'S' TO WS-PTO-ESTOUROU
                END-IF
            END-IF.

       CARREGA-OPERADORES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT OPERATOR-MASTER-FILE.
            IF WS-FS-OPERMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            ELSE
                MOVE 'S' TO WS-OPE-PRESENTE
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ OPERATOR-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF OM-ATIVO = 'S'
                            PERFORM GUARDA-OPERADOR
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-OPE-PRESENTE = 'S'
                CLOSE OPERATOR-MASTER-FILE
            END-IF.

       GUARDA-OPERADOR.
            IF WS-OPE-TOTAL < 100
                ADD 1 TO WS-OPE-TOTAL
                MOVE OM-ID TO WS-OPE-ID(WS-OPE-TOTAL)
                MOVE OM-NOME TO WS-OPE-NOME(WS-OPE-TOTAL)
                MOVE OM-AUTORIZACOES TO
                    WS-OPE-AUTORIZACOES(WS-OPE-TOTAL)
            ELSE
                MOVE 'S' TO WS-OPE-ESTOUROU
            END-IF.

       VERIFICA-PAR.
            MOVE SPACES TO WS-LINHA.
            STRING "PAR " WS-PAR-CODIGO(WS-PAR-SUB) " - "
                WS-PAR-DESCRICAO(WS-PAR-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-PAR-FONTE(WS-PAR-SUB) = 'H'
                PERFORM VERIFICA-HORA-EXTRA
            ELSE
                PERFORM VARYING WS-DUT-SUB FROM 1 BY 1
                        UNTIL WS-DUT-SUB > WS-DUT-TOTAL
                    IF WS-DUT-T-PAR(WS-DUT-SUB) =
                            WS-PAR-CODIGO(WS-PAR-SUB)
                            AND WS-DUT-T-LADO(WS-DUT-SUB) = 'A'
                        PERFORM VERIFICA-APROVACAO
                    END-IF
                END-PERFORM
            END-IF
            IF WS-PAR-QTD(WS-PAR-SUB) = 0
                MOVE "    NENHUMA VIOLACAO" TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

      * An approval breaks the pair when the same operator keyed
      * any entry under the same workflow key.
       VERIFICA-APROVACAO.
            MOVE 0 TO WS-DUT-ACHADO.
            PERFORM VARYING WS-DUT-IX FROM 1 BY 1
                    UNTIL WS-DUT-IX > WS-DUT-TOTAL
                    OR WS-DUT-ACHADO > 0
                IF WS-DUT-T-PAR(WS-DUT-IX) = WS-DUT-T-PAR(WS-DUT-SUB)
                        AND WS-DUT-T-LADO(WS-DUT-IX) = 'E'
                        AND WS-DUT-T-CHAVE(WS-DUT-IX) =
                            WS-DUT-T-CHAVE(WS-DUT-SUB)
                        AND WS-DUT-T-OPERADOR(WS-DUT-IX) =
                            WS-DUT-T-OPERADOR(WS-DUT-SUB)
                    MOVE WS-DUT-IX TO WS-DUT-ACHADO
                END-IF
            END-PERFORM.
            IF WS-DUT-ACHADO > 0
                MOVE WS-DUT-T-CHAVE(WS-DUT-SUB) TO WS-VIO-CHAVE
                MOVE WS-DUT-T-OPERADOR(WS-DUT-SUB) TO WS-VIO-OPERADOR
                MOVE WS-DUT-T-DATA(WS-DUT-ACHADO) TO WS-VIO-DATA-E
                MOVE WS-DUT-T-DATA(WS-DUT-SUB) TO WS-VIO-DATA-A
                PERFORM GRAVA-VIOLACAO
            END-IF.

      * The supervisor who keyed an authorization against the
      * operator of the first punch run on or after its date - the
      * run that paid it.
       VERIFICA-HORA-EXTRA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT OT-AUTHORIZATION-FILE.
            IF WS-FS-OTAUTH NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ OT-AUTHORIZATION-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        ADD 1 TO WS-JS-LIDOS
                        PERFORM VERIFICA-AUTORIZACAO
                END-READ
            END-PERFORM.
            IF WS-FS-OTAUTH = "10"
                CLOSE OT-AUTHORIZATION-FILE
            END-IF.

       VERIFICA-AUTORIZACAO.
            MOVE 0 TO WS-PTO-ACHADO.
            PERFORM VARYING WS-PTO-SUB FROM 1 BY 1
                    UNTIL WS-PTO-SUB > WS-PTO-TOTAL
                    OR WS-PTO-ACHADO > 0
                IF WS-PTO-DATA(WS-PTO-SUB) NOT < OT-DATA
                    MOVE WS-PTO-SUB TO WS-PTO-ACHADO
                END-IF
            END-PERFORM.
            IF WS-PTO-ACHADO > 0
                IF WS-PTO-OPERADOR(WS-PTO-ACHADO) = OT-SUPERVISOR
                    MOVE SPACES TO WS-VIO-CHAVE
                    STRING OT-EMP-ID OT-DATA
                        DELIMITED BY SIZE INTO WS-VIO-CHAVE
                    MOVE OT-SUPERVISOR TO WS-VIO-OPERADOR
                    MOVE OT-DATA TO WS-VIO-DATA-E
                    MOVE WS-PTO-DATA(WS-PTO-ACHADO) TO WS-VIO-DATA-A
                    PERFORM GRAVA-VIOLACAO
                END-IF
            END-IF.

      * Approvals dated on the business date are this run's news.
       GRAVA-VIOLACAO.
            ADD 1 TO WS-QTD-VIOLACOES.
            ADD 1 TO WS-PAR-QTD(WS-PAR-SUB).
            MOVE SPACES TO WS-VIO-MARCA.
            IF WS-VIO-DATA-A = WS-DATA-REF
                ADD 1 TO WS-QTD-NOVAS
                ADD 1 TO WS-PAR-NOVAS(WS-PAR-SUB)
                MOVE " NOVA" TO WS-VIO-MARCA
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING WS-PAR-CODIGO(WS-PAR-SUB) " " WS-VIO-CHAVE " "
                WS-VIO-OPERADOR " " WS-VIO-DATA-E " "
                WS-VIO-DATA-A WS-VIO-MARCA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * A side whose program is outside the grant roster is open to
      * every active operator.
       LISTA-CONCESSOES.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "OPERADORES ATIVOS COM OS DOIS LADOS CONCEDIDOS"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-OPE-PRESENTE = 'N'
                MOVE "    OPERMASTER NAO ENCONTRADO" TO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                        UNTIL WS-PAR-SUB > WS-QTD-PARES
                    PERFORM LISTA-CONCESSOES-PAR
                END-PERFORM
            END-IF.

       LISTA-CONCESSOES-PAR.
            MOVE SPACES TO WS-LINHA.
            STRING "PAR " WS-PAR-CODIGO(WS-PAR-SUB) " - "
                WS-PAR-DESCRICAO(WS-PAR-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-PAR-SLOT-E(WS-PAR-SUB) = 0
                    AND WS-PAR-SLOT-A(WS-PAR-SUB) = 0
                MOVE SPACES TO WS-LINHA
                STRING "    SEM CONTROLE POR PROGRAMA - TODOS OS "
                    WS-OPE-TOTAL " OPERADORES ATIVOS"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                MOVE 0 TO WS-QTD-DOIS-LADOS
                PERFORM VARYING WS-OPE-SUB FROM 1 BY 1
                        UNTIL WS-OPE-SUB > WS-OPE-TOTAL
                    PERFORM VERIFICA-CONCESSAO
                END-PERFORM
                IF WS-QTD-DOIS-LADOS = 0
                    MOVE "    NENHUM OPERADOR" TO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-IF.

       VERIFICA-CONCESSAO.
            MOVE 'S' TO WS-OPE-LADO-E.
            IF WS-PAR-SLOT-E(WS-PAR-SUB) > 0
                MOVE WS-OPE-AUT(WS-OPE-SUB, WS-PAR-SLOT-E(WS-PAR-SUB))
                    TO WS-OPE-LADO-E
            END-IF
            MOVE 'S' TO WS-OPE-LADO-A.
            IF WS-PAR-SLOT-A(WS-PAR-SUB) > 0
                MOVE WS-OPE-AUT(WS-OPE-SUB, WS-PAR-SLOT-A(WS-PAR-SUB))
                    TO WS-OPE-LADO-A
            END-IF
            IF WS-OPE-LADO-E = 'S' AND WS-OPE-LADO-A = 'S'
                ADD 1 TO WS-QTD-DOIS-LADOS
                MOVE SPACES TO WS-LINHA
                STRING "    " WS-OPE-ID(WS-OPE-SUB) " "
                    WS-OPE-NOME(WS-OPE-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

       GRAVA-TOTAIS.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-PAR-SUB FROM 1 BY 1
                    UNTIL WS-PAR-SUB > WS-QTD-PARES
                MOVE SPACES TO WS-LINHA
                STRING "PAR " WS-PAR-CODIGO(WS-PAR-SUB)
                    " VIOLACOES " WS-PAR-QTD(WS-PAR-SUB)
                    " NOVAS " WS-PAR-NOVAS(WS-PAR-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL VIOLACOES " WS-QTD-VIOLACOES
                " NOVAS " WS-QTD-NOVAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-DUT-ESTOUROU = 'S'
                MOVE "DUTYLOG EXCEDE 5000 REGISTROS NO ANO - PARCIAL"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            IF WS-PTO-ESTOUROU = 'S'
                MOVE "EXECUCOES DO PONTO EXCEDEM 2000 - PARCIAL"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            IF WS-OPE-ESTOUROU = 'S'
                MOVE "OPERMASTER EXCEDE 100 ATIVOS - PARCIAL"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

       GRAVA-LINHA.
            MOVE WS-LINHA TO SOD-REPORT-RECORD.
            WRITE SOD-REPORT-RECORD.

       COPY "runproc.cpy".

       COPY "jobstproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM SODREPORT.
