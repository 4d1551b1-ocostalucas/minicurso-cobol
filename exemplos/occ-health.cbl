      ******************************************************************
      * Author:
      * Date:
      * Purpose: the occupational health exams (ASO) the law asks
      *          of every employee, taken at our own clinic. The
      *          OCCEXAM file holds each exam required and each exam
      *          taken; EMPUPDT requires the admission and dismissal
      *          exams as it applies hires and terminations. Mode 1
      *          is the periodic-exam due list: the last exam on
      *          file - or the EMPMOVES hire when there is none - plus
      *          12 months for a DEPTMAST department graded at risk
      *          or an employee under 18 or over 45 (birth date off
      *          the linked PATMASTER record), 24 months otherwise;
      *          exams falling due within 30 days are required on
      *          OCCEXAM and listed to ASODUE. Mode 2 books the
      *          pending exams on the APPTBOOK appointment file -
      *          first free morning slot on a business day, for the
      *          patient record linked to the employee, as procedure
      *          ASO, which CLINBILL leaves to the employer - after
      *          taking the day-end outcome of the ones already
      *          booked: attended is the exam taken, a no-show or a
      *          cancellation goes back to be booked again. Mode 3
      *          keys an exam - a return-to-work exam after a leave,
      *          or an exam taken before the file existed. Mode 4 is
      *          the ASOVENC compliance report for the labor
      *          inspection: every employee with an exam overdue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCCUPATIONAL-EXAM-FILE ASSIGN TO "OCCEXAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OCCEXAM.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMASTER.
           SELECT EMPLOYEE-MOVES-FILE ASSIGN TO "EMPMOVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMOVES.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPTMAST.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PATMASTER.
           SELECT APPOINTMENTS-FILE ASSIGN TO "APPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPTS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
           SELECT DUE-LIST-FILE ASSIGN TO "ASODUE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OVERDUE-REPORT-FILE ASSIGN TO "ASOVENC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  OCCUPATIONAL-EXAM-FILE.
           COPY "occexam.cpy".

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05 EM-ID                 PIC X(10).
           05 EM-DELIM-1            PIC X(1).
           05 EM-NOME               PIC X(10).
           05 EM-DELIM-2            PIC X(1).
           05 EM-SEXO               PIC X(1).
           05 EM-DELIM-3            PIC X(1).
           05 EM-DEPARTAMENTO       PIC X(10).

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

       FD  DEPARTMENT-MASTER-FILE.
           COPY "deptmst.cpy".

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
           05 PT-ID                 PIC X(10).
           05 PT-DELIM-1            PIC X(1).
           05 PT-NOME               PIC X(20).
           05 PT-DELIM-2            PIC X(1).
           05 PT-NASCIMENTO         PIC 9(8).
           05 PT-DELIM-3            PIC X(1).
           05 PT-RISCO              PIC X(1).
           05 PT-DELIM-4            PIC X(1).
           05 PT-EMP-ID             PIC X(10).

       FD  APPOINTMENTS-FILE.
           COPY "appts.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

       FD  DUE-LIST-FILE.
       01  DUE-LIST-RECORD          PIC X(80).

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-RECORD    PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-OCCEXAM PIC X(2).
           77 WS-FS-EMPMASTER PIC X(2).
           77 WS-FS-EMPMOVES PIC X(2).
           77 WS-FS-PATMASTER PIC X(2).
           77 WS-FS-APPTS PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-RELATORIO-ATIVO PIC X(1).
           77 WS-LINHA PIC X(80).
      * Exams falling due within this many days are required now,
      * so the clinic has time to fit them in.
           77 WS-DIAS-ANTECEDENCIA PIC 9(3) VALUE 30.
      * How far ahead a booking looks for a free slot.
           77 WS-DIAS-BUSCA-AGENDA PIC 9(3) VALUE 60.
           01 WS-TABELA-EXAMES.
               05 WS-EXA-ENTRADA OCCURS 1000 TIMES
                       INDEXED BY WS-EXA-IX.
                   10 WS-EXA-REGISTRO   PIC X(46).
           77 WS-EXA-TOTAL PIC 9(4) VALUE 0.
           77 WS-EXA-SUB PIC 9(4).
           77 WS-EXA-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-EXA-ALTERADO PIC X(1) VALUE 'N'.
           01 WS-TABELA-FUNCIONARIOS.
               05 WS-EMP-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-EMP-IX.
                   10 WS-EMP-ID         PIC X(10).
                   10 WS-EMP-NOME       PIC X(10).
                   10 WS-EMP-DEPTO      PIC X(10).
                   10 WS-EMP-ADMISSAO   PIC 9(8).
           77 WS-EMP-TOTAL PIC 9(3) VALUE 0.
           77 WS-EMP-SUB PIC 9(3).
           77 WS-EMP-ACHOU PIC X(1).
           01 WS-TABELA-PACIENTES.
               05 WS-PAC-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-PAC-IX.
                   10 WS-PAC-ID         PIC X(10).
                   10 WS-PAC-EMP-ID     PIC X(10).
                   10 WS-PAC-NASC       PIC 9(8).
           77 WS-PAC-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAC-SUB PIC 9(3).
           77 WS-PAC-ACHOU PIC X(1).
           01 WS-TABELA-AGENDA.
               05 WS-AGE-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-AGE-IX.
                   10 WS-AGE-PACIENTE   PIC X(10).
                   10 WS-AGE-DATA       PIC 9(8).
                   10 WS-AGE-HORA       PIC 9(4).
                   10 WS-AGE-STATUS     PIC X(1).
           77 WS-AGE-TOTAL PIC 9(3) VALUE 0.
           77 WS-AGE-SUB PIC 9(3).
           77 WS-AGE-ACHOU PIC X(1).
           77 WS-AGE-ESTOUROU PIC X(1) VALUE 'N'.
      * The morning slots set aside for occupational exams.
           01 WS-TABELA-HORARIOS.
               05 FILLER PIC X(32) VALUE
                   "08000830090009301000103011001130".
           01 WS-HORARIOS REDEFINES WS-TABELA-HORARIOS.
               05 WS-HORARIO PIC 9(4) OCCURS 8 TIMES.
           77 WS-HOR-SUB PIC 9(2).
           77 WS-DATA-AGENDA PIC 9(8).
           77 WS-HORA-AGENDA PIC 9(4).
           77 WS-DIA-BUSCA PIC 9(3).
           77 WS-DIAS-INICIO PIC S9(9).
           77 WS-SLOT-ACHADO PIC X(1).
           77 WS-PACIENTE-EXAME PIC X(10).
           77 WS-NASC-EXAME PIC 9(8).
           77 WS-ULTIMO-EXAME PIC 9(8).
           77 WS-BASE-EXAME PIC 9(8).
           77 WS-VENCIMENTO PIC 9(8).
           77 WS-DATA-LIMITE-AVISO PIC 9(8).
           77 WS-ANOS-INTERVALO PIC 9(1).
           77 WS-IDADE PIC 9(3).
           77 WS-PERIODICO-ABERTO PIC X(1).
           77 WS-RISCO-DEPTO PIC X(1).
           77 WS-DIAS-ATRASO PIC S9(9).
           77 WS-ED-ATRASO PIC ZZZZ9.
           77 WS-DESCRICAO-TIPO PIC X(14).
           77 WS-SITUACAO PIC X(12).
           77 WS-PRONTUARIO PIC X(14).
           77 WS-QTD-LISTADOS PIC 9(4) VALUE 0.
           77 WS-QTD-EXIGIDOS PIC 9(4) VALUE 0.
           77 WS-QTD-MARCADOS PIC 9(4) VALUE 0.
           77 WS-QTD-REALIZADOS PIC 9(4) VALUE 0.
           77 WS-QTD-REMARCAR PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-PRONTUARIO PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-HORARIO PIC 9(4) VALUE 0.
           77 WS-QTD-VENCIDOS PIC 9(4) VALUE 0.
           01 WS-EXAME-ENTRADA.
               05 WS-ENT-EMP-ID         PIC X(10).
               05 WS-ENT-TIPO           PIC X(1).
               05 WS-ENT-DATA-LIMITE    PIC 9(8).
               05 WS-ENT-REALIZADO      PIC X(1).
               05 WS-ENT-DATA-REALIZADO PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-FS-DEPTMAST PIC X(2).
           COPY "deptwk.cpy".
           COPY "holwk.cpy".
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "ASOCTL".

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
            PERFORM CARREGA-EXAMES
            PERFORM CARREGA-FUNCIONARIOS
            PERFORM CARREGA-ADMISSOES
            PERFORM CARREGA-PACIENTES
            PERFORM CARREGA-DEPARTAMENTOS
            DISPLAY "1 - EXAMES PERIODICOS A VENCER (ASODUE)"
            DISPLAY "2 - MARCAR EXAMES PENDENTES NA AGENDA (APPTS)"
            DISPLAY "3 - REGISTRAR EXAME (RETORNO / EXAME ANTERIOR)"
            DISPLAY "4 - RELATORIO DE EXAMES VENCIDOS (ASOVENC)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LISTA-PERIODICOS
                     MOVE "MODO 1 - PERIODICOS A VENCER" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM MARCA-EXAMES
                     MOVE "MODO 2 - MARCA EXAMES" TO WS-AUDIT-RESUMO
             WHEN 3 PERFORM REGISTRA-EXAME
                     MOVE "MODO 3 - REGISTRA EXAME" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM RELATORIO-VENCIDOS
                     MOVE "MODO 4 - EXAMES VENCIDOS" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-EXAMES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT OCCUPATIONAL-EXAM-FILE.
            IF WS-FS-OCCEXAM NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ OCCUPATIONAL-EXAM-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-EXA-TOTAL < 1000
                            ADD 1 TO WS-EXA-TOTAL
                            MOVE OCCUPATIONAL-EXAM-RECORD TO
                                WS-EXA-REGISTRO(WS-EXA-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-EXA-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-OCCEXAM = "10"
                CLOSE OCCUPATIONAL-EXAM-FILE
            END-IF.

       CARREGA-FUNCIONARIOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-FS-EMPMASTER NOT = "00"
                DISPLAY "EMPMASTER NAO ENCONTRADO"
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
                            MOVE EM-NOME TO WS-EMP-NOME(WS-EMP-TOTAL)
                            MOVE EM-DEPARTAMENTO TO
                                WS-EMP-DEPTO(WS-EMP-TOTAL)
                            MOVE 0 TO WS-EMP-ADMISSAO(WS-EMP-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

      * The latest hire on EMPMOVES is the employee's admission, by
      * effective date where the move carries one - the RESCISAO
      * and EMPUPDT precedent.
       CARREGA-ADMISSOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MOVES-FILE.
            IF WS-FS-EMPMOVES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MOVES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF MV-TIPO = 'H'
                            PERFORM GUARDA-ADMISSAO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMOVES = "10"
                CLOSE EMPLOYEE-MOVES-FILE
            END-IF.

       GUARDA-ADMISSAO.
            IF MV-DATA-EFETIVA NOT NUMERIC OR MV-DATA-EFETIVA = 0
                MOVE MV-DATA-APLICACAO TO MV-DATA-EFETIVA
            END-IF
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                IF WS-EMP-ID(WS-EMP-SUB) = MV-ID
                        AND MV-DATA-EFETIVA >
                            WS-EMP-ADMISSAO(WS-EMP-SUB)
                    MOVE MV-DATA-EFETIVA TO
                        WS-EMP-ADMISSAO(WS-EMP-SUB)
                END-IF
            END-PERFORM.

      * Only the patient records linked to an employee matter here.
       CARREGA-PACIENTES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PATIENT-MASTER-FILE.
            IF WS-FS-PATMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PATIENT-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PT-EMP-ID NOT = SPACES
                                AND WS-PAC-TOTAL < 200
                            ADD 1 TO WS-PAC-TOTAL
                            MOVE PT-ID TO WS-PAC-ID(WS-PAC-TOTAL)
                            MOVE PT-EMP-ID TO
                                WS-PAC-EMP-ID(WS-PAC-TOTAL)
                            MOVE PT-NASCIMENTO TO
                                WS-PAC-NASC(WS-PAC-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PATMASTER = "10"
                CLOSE PATIENT-MASTER-FILE
            END-IF.

      * MOVE the employee id to OE-EMP-ID first; answers the linked
      * patient id and birth date, spaces and zero when unlinked.
       LOCALIZA-PACIENTE.
            MOVE SPACES TO WS-PACIENTE-EXAME.
            MOVE 0 TO WS-NASC-EXAME.
            MOVE 'N' TO WS-PAC-ACHOU.
            PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                    UNTIL WS-PAC-SUB > WS-PAC-TOTAL
                    OR WS-PAC-ACHOU = 'S'
                IF WS-PAC-EMP-ID(WS-PAC-SUB) = OE-EMP-ID
                    MOVE 'S' TO WS-PAC-ACHOU
                    MOVE WS-PAC-ID(WS-PAC-SUB) TO WS-PACIENTE-EXAME
                    MOVE WS-PAC-NASC(WS-PAC-SUB) TO WS-NASC-EXAME
                END-IF
            END-PERFORM.

      * Due date of the employee at WS-EMP-SUB's next periodic exam:
      * the last exam taken (any but the dismissal one), else the
      * admission, plus one year at risk or below 18 / above 45
      * years of age, two years otherwise. With neither on file the
      * exam is due now. WS-PERIODICO-ABERTO answers whether a
      * periodic exam is already required and not yet taken.
       CALCULA-VENCIMENTO.
            MOVE 0 TO WS-ULTIMO-EXAME.
            MOVE 'N' TO WS-PERIODICO-ABERTO.
            PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
                    UNTIL WS-EXA-SUB > WS-EXA-TOTAL
                MOVE WS-EXA-REGISTRO(WS-EXA-SUB) TO
                    OCCUPATIONAL-EXAM-RECORD
                IF OE-EMP-ID = WS-EMP-ID(WS-EMP-SUB)
                    IF OE-STATUS = 'R' AND OE-TIPO NOT = 'D'
                            AND OE-DATA-REALIZADO > WS-ULTIMO-EXAME
                        MOVE OE-DATA-REALIZADO TO WS-ULTIMO-EXAME
                    END-IF
                    IF OE-TIPO = 'P' AND OE-STATUS NOT = 'R'
                        MOVE 'Y' TO WS-PERIODICO-ABERTO
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-ULTIMO-EXAME TO WS-BASE-EXAME.
            IF WS-BASE-EXAME = 0
                MOVE WS-EMP-ADMISSAO(WS-EMP-SUB) TO WS-BASE-EXAME
            END-IF
            MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO WS-DM-CODIGO-BUSCA.
            PERFORM VERIFICA-DEPARTAMENTO.
            MOVE WS-DM-RISCO-ACHADO TO WS-RISCO-DEPTO.
            MOVE WS-EMP-ID(WS-EMP-SUB) TO OE-EMP-ID.
            PERFORM LOCALIZA-PACIENTE.
            MOVE 2 TO WS-ANOS-INTERVALO.
            IF WS-RISCO-DEPTO = 'A'
                MOVE 1 TO WS-ANOS-INTERVALO
            END-IF
            IF WS-NASC-EXAME > 0 AND WS-NASC-EXAME < WS-DATA-REF
                COMPUTE WS-IDADE =
                    (WS-DATA-REF - WS-NASC-EXAME) / 10000
                IF WS-IDADE < 18 OR WS-IDADE > 45
                    MOVE 1 TO WS-ANOS-INTERVALO
                END-IF
            END-IF
            IF WS-BASE-EXAME = 0
                MOVE WS-DATA-REF TO WS-VENCIMENTO
            ELSE
                COMPUTE WS-VENCIMENTO =
                    WS-BASE-EXAME + (WS-ANOS-INTERVALO * 10000)
      * A 29 February base falls due on the 28th in common years.
                IF WS-VENCIMENTO(5:4) = "0229"
                    MOVE "0228" TO WS-VENCIMENTO(5:4)
                END-IF
            END-IF.

       LISTA-PERIODICOS.
            IF WS-EXA-ESTOUROU = 'S'
                DISPLAY "OCCEXAM EXCEDE 1000 EXAMES - LISTA ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM LISTA-PERIODICOS-VALIDA
            END-IF.

       LISTA-PERIODICOS-VALIDA.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE 'J' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD WS-DIAS-ANTECEDENCIA TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-LIMITE-AVISO.
            MOVE 'D' TO WS-RELATORIO-ATIVO.
            OPEN OUTPUT DUE-LIST-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "EXAMES PERIODICOS A VENCER ATE "
                WS-DATA-LIMITE-AVISO " - DATA BASE " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "FUNCIONARIO NOME       DEPTO      R ULT.EXAME"
                " VENCTO   SITUACAO" DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                PERFORM CALCULA-VENCIMENTO
                IF WS-VENCIMENTO NOT > WS-DATA-LIMITE-AVISO
                    PERFORM LISTA-PERIODICO
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "FUNCIONARIOS LISTADOS: " WS-QTD-LISTADOS
                "  EXAMES EXIGIDOS AGORA: " WS-QTD-EXIGIDOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE DUE-LIST-FILE.
            IF WS-EXA-ALTERADO = 'S'
                PERFORM REGRAVA-EXAMES
            END-IF.

       LISTA-PERIODICO.
            ADD 1 TO WS-QTD-LISTADOS.
            IF WS-PERIODICO-ABERTO = 'Y'
                MOVE "JA EXIGIDO" TO WS-SITUACAO
            ELSE
                IF WS-EXA-TOTAL < 1000
                    MOVE SPACES TO OCCUPATIONAL-EXAM-RECORD
                    MOVE WS-EMP-ID(WS-EMP-SUB) TO OE-EMP-ID
                    MOVE 'P' TO OE-TIPO
                    MOVE WS-VENCIMENTO TO OE-DATA-LIMITE
                    MOVE 'P' TO OE-STATUS
                    MOVE 0 TO OE-DATA-AGENDA
                    MOVE 0 TO OE-HORA
                    MOVE 0 TO OE-DATA-REALIZADO
                    ADD 1 TO WS-EXA-TOTAL
                    MOVE OCCUPATIONAL-EXAM-RECORD TO
                        WS-EXA-REGISTRO(WS-EXA-TOTAL)
                    MOVE 'S' TO WS-EXA-ALTERADO
                    ADD 1 TO WS-QTD-EXIGIDOS
                    MOVE "EXIGIDO" TO WS-SITUACAO
                ELSE
                    MOVE "OCCEXAM CHEIO" TO WS-SITUACAO
                END-IF
            END-IF
            MOVE SPACES TO WS-PRONTUARIO.
            IF WS-PACIENTE-EXAME = SPACES
                MOVE "SEM PRONTUARIO" TO WS-PRONTUARIO
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING WS-EMP-ID(WS-EMP-SUB) " "
                WS-EMP-NOME(WS-EMP-SUB) " "
                WS-EMP-DEPTO(WS-EMP-SUB) " "
                WS-RISCO-DEPTO " "
                WS-ULTIMO-EXAME " "
                WS-VENCIMENTO " "
                WS-SITUACAO " "
                WS-PRONTUARIO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * Every exam still to be booked goes on the appointment file.
      * APPTS is only ever added to here; the desk keeps running
      * APPTBOOK on it as before.
       MARCA-EXAMES.
            PERFORM CARREGA-AGENDA.
            IF WS-EXA-ESTOUROU = 'S' OR WS-AGE-ESTOUROU = 'S'
                DISPLAY "MARCACAO ABORTADA - OCCEXAM EXCEDE 1000"
      -             " EXAMES OU APPTS EXCEDE 200 CONSULTAS"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-FERIADOS
                PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
                        UNTIL WS-EXA-SUB > WS-EXA-TOTAL
                    MOVE WS-EXA-REGISTRO(WS-EXA-SUB) TO
                        OCCUPATIONAL-EXAM-RECORD
                    IF OE-STATUS = 'M'
                        PERFORM APURA-EXAME-MARCADO
                    END-IF
                    IF OE-STATUS = 'P'
                        PERFORM VERIFICA-EXAME-VIGENTE
                        IF WS-EMP-ACHOU = 'S'
                            PERFORM MARCA-UM-EXAME
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-EXA-ALTERADO = 'S'
                    PERFORM REGRAVA-EXAMES
                END-IF
                DISPLAY "EXAMES REALIZADOS (COMPARECEU): "
      -             WS-QTD-REALIZADOS
                DISPLAY "EXAMES A REMARCAR (FALTA/CANCELADO): "
      -             WS-QTD-REMARCAR
                DISPLAY "EXAMES MARCADOS NESTA EXECUCAO: "
      -             WS-QTD-MARCADOS
                DISPLAY "SEM PRONTUARIO VINCULADO (PATMASTER): "
      -             WS-QTD-SEM-PRONTUARIO
                DISPLAY "SEM HORARIO LIVRE NA AGENDA: "
      -             WS-QTD-SEM-HORARIO
            END-IF.

       CARREGA-AGENDA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT APPOINTMENTS-FILE.
            IF WS-FS-APPTS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ APPOINTMENTS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-AGE-TOTAL < 200
                            ADD 1 TO WS-AGE-TOTAL
                            MOVE AG-PACIENTE TO
                                WS-AGE-PACIENTE(WS-AGE-TOTAL)
                            MOVE AG-DATA TO
                                WS-AGE-DATA(WS-AGE-TOTAL)
                            MOVE AG-HORA TO
                                WS-AGE-HORA(WS-AGE-TOTAL)
                            MOVE AG-STATUS TO
                                WS-AGE-STATUS(WS-AGE-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-AGE-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-APPTS = "10"
                CLOSE APPOINTMENTS-FILE
            END-IF.

      * The APPTBOOK day-end pass has marked the visit attended
      * ('R') or absent ('F'), or the desk cancelled it ('C').
       APURA-EXAME-MARCADO.
            PERFORM LOCALIZA-PACIENTE.
            MOVE 'N' TO WS-AGE-ACHOU.
            PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                    UNTIL WS-AGE-SUB > WS-AGE-TOTAL
                    OR WS-AGE-ACHOU = 'S'
                IF WS-AGE-PACIENTE(WS-AGE-SUB) = WS-PACIENTE-EXAME
                        AND WS-AGE-DATA(WS-AGE-SUB) = OE-DATA-AGENDA
                        AND WS-AGE-HORA(WS-AGE-SUB) = OE-HORA
                    MOVE 'S' TO WS-AGE-ACHOU
                    SUBTRACT 1 FROM WS-AGE-SUB
                END-IF
            END-PERFORM.
            IF WS-AGE-ACHOU = 'N'
                MOVE 'C' TO WS-SLOT-ACHADO
            ELSE
                MOVE WS-AGE-STATUS(WS-AGE-SUB) TO WS-SLOT-ACHADO
            END-IF
            EVALUATE WS-SLOT-ACHADO
             WHEN 'R'
                MOVE 'R' TO OE-STATUS
                MOVE OE-DATA-AGENDA TO OE-DATA-REALIZADO
                ADD 1 TO WS-QTD-REALIZADOS
                PERFORM GUARDA-EXAME
             WHEN 'F'
             WHEN 'C'
                DISPLAY "EXAME " OE-TIPO " DE " OE-EMP-ID
      -             " NAO REALIZADO EM " OE-DATA-AGENDA
      -             " - SERA REMARCADO"
                MOVE 'P' TO OE-STATUS
                MOVE 0 TO OE-DATA-AGENDA
                MOVE 0 TO OE-HORA
                ADD 1 TO WS-QTD-REMARCAR
                PERFORM GUARDA-EXAME
            END-EVALUATE.

      * Once an employee has left EMPMASTER only the dismissal exam
      * is still owed; the others lapse with the contract.
       VERIFICA-EXAME-VIGENTE.
            MOVE 'S' TO WS-EMP-ACHOU.
            IF OE-TIPO NOT = 'D'
                MOVE 'N' TO WS-EMP-ACHOU
                PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                        UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                        OR WS-EMP-ACHOU = 'S'
                    IF WS-EMP-ID(WS-EMP-SUB) = OE-EMP-ID
                        MOVE 'S' TO WS-EMP-ACHOU
                    END-IF
                END-PERFORM
            END-IF.

       MARCA-UM-EXAME.
            PERFORM LOCALIZA-PACIENTE.
            IF WS-PAC-ACHOU = 'N'
                ADD 1 TO WS-QTD-SEM-PRONTUARIO
                DISPLAY "EXAME " OE-TIPO " DE " OE-EMP-ID
      -             " NAO MARCADO - SEM PRONTUARIO NA CLINICA"
            ELSE
                PERFORM PROCURA-HORARIO
                IF WS-SLOT-ACHADO = 'N'
                    ADD 1 TO WS-QTD-SEM-HORARIO
                    DISPLAY "EXAME " OE-TIPO " DE " OE-EMP-ID
      -                 " NAO MARCADO - AGENDA SEM HORARIO LIVRE"
                ELSE
                    PERFORM GRAVA-CONSULTA-EXAME
                    MOVE 'M' TO OE-STATUS
                    MOVE WS-DATA-AGENDA TO OE-DATA-AGENDA
                    MOVE WS-HORA-AGENDA TO OE-HORA
                    ADD 1 TO WS-QTD-MARCADOS
                    PERFORM GUARDA-EXAME
                    DISPLAY "EXAME " OE-TIPO " DE " OE-EMP-ID
      -                 " MARCADO PARA " WS-DATA-AGENDA " "
      -                 WS-HORA-AGENDA " PACIENTE " WS-PACIENTE-EXAME
                END-IF
            END-IF.

      * First business day after today with a free exam slot.
       PROCURA-HORARIO.
            MOVE 'N' TO WS-SLOT-ACHADO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE 'J' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DIAS TO WS-DIAS-INICIO.
            PERFORM VARYING WS-DIA-BUSCA FROM 1 BY 1
                    UNTIL WS-DIA-BUSCA > WS-DIAS-BUSCA-AGENDA
                    OR WS-SLOT-ACHADO = 'S'
                COMPUTE WS-DS-DIAS = WS-DIAS-INICIO + WS-DIA-BUSCA
                MOVE 'D' TO WS-DS-FUNCAO
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                MOVE WS-DS-DATA TO WS-HOL-DATA
                PERFORM CLASSIFICA-DIA
                IF WS-HOL-TIPO = 'U'
                    MOVE WS-DS-DATA TO WS-DATA-AGENDA
                    PERFORM PROCURA-HORARIO-DIA
                END-IF
            END-PERFORM.

       PROCURA-HORARIO-DIA.
            PERFORM VARYING WS-HOR-SUB FROM 1 BY 1
                    UNTIL WS-HOR-SUB > 8 OR WS-SLOT-ACHADO = 'S'
                MOVE WS-HORARIO(WS-HOR-SUB) TO WS-HORA-AGENDA
                MOVE 'N' TO WS-AGE-ACHOU
                PERFORM VARYING WS-AGE-SUB FROM 1 BY 1
                        UNTIL WS-AGE-SUB > WS-AGE-TOTAL
                    IF WS-AGE-DATA(WS-AGE-SUB) = WS-DATA-AGENDA
                            AND WS-AGE-HORA(WS-AGE-SUB) =
                                WS-HORA-AGENDA
                            AND WS-AGE-STATUS(WS-AGE-SUB) = 'M'
                        MOVE 'S' TO WS-AGE-ACHOU
                    END-IF
                END-PERFORM
                IF WS-AGE-ACHOU = 'N'
                    MOVE 'S' TO WS-SLOT-ACHADO
                END-IF
            END-PERFORM.

       GRAVA-CONSULTA-EXAME.
            PERFORM DESCREVE-TIPO.
            OPEN EXTEND APPOINTMENTS-FILE.
            IF WS-FS-APPTS = "35"
                OPEN OUTPUT APPOINTMENTS-FILE
            END-IF
            MOVE SPACES TO APPOINTMENTS-RECORD.
            MOVE WS-PACIENTE-EXAME TO AG-PACIENTE.
            MOVE WS-DATA-AGENDA TO AG-DATA.
            MOVE WS-HORA-AGENDA TO AG-HORA.
            MOVE SPACES TO AG-MOTIVO.
            STRING "ASO " WS-DESCRICAO-TIPO
                DELIMITED BY SIZE INTO AG-MOTIVO.
            MOVE 'M' TO AG-STATUS.
            MOVE "ASO" TO AG-PROCEDIMENTO.
            WRITE APPOINTMENTS-RECORD.
            CLOSE APPOINTMENTS-FILE.
            IF WS-AGE-TOTAL < 200
                ADD 1 TO WS-AGE-TOTAL
                MOVE WS-PACIENTE-EXAME TO
                    WS-AGE-PACIENTE(WS-AGE-TOTAL)
                MOVE WS-DATA-AGENDA TO WS-AGE-DATA(WS-AGE-TOTAL)
                MOVE WS-HORA-AGENDA TO WS-AGE-HORA(WS-AGE-TOTAL)
                MOVE 'M' TO WS-AGE-STATUS(WS-AGE-TOTAL)
            END-IF.

       DESCREVE-TIPO.
            EVALUATE OE-TIPO
             WHEN 'A' MOVE "ADMISSIONAL" TO WS-DESCRICAO-TIPO
             WHEN 'P' MOVE "PERIODICO" TO WS-DESCRICAO-TIPO
             WHEN 'R' MOVE "RETORNO TRABALHO" TO WS-DESCRICAO-TIPO
             WHEN 'D' MOVE "DEMISSIONAL" TO WS-DESCRICAO-TIPO
             WHEN OTHER MOVE "OCUPACIONAL" TO WS-DESCRICAO-TIPO
            END-EVALUATE.

       GUARDA-EXAME.
            MOVE OCCUPATIONAL-EXAM-RECORD TO
                WS-EXA-REGISTRO(WS-EXA-SUB).
            MOVE 'S' TO WS-EXA-ALTERADO.

      * A return-to-work exam is required by the day the employee
      * comes back; an exam taken elsewhere or before OCCEXAM
      * existed is keyed as taken, so the next periodic one counts
      * from it.
       REGISTRA-EXAME.
            IF WS-EXA-ESTOUROU = 'S' OR WS-EXA-TOTAL NOT < 1000
                DISPLAY "OCCEXAM CHEIO - EXAME NAO REGISTRADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM REGISTRA-EXAME-VALIDO
            END-IF.

       REGISTRA-EXAME-VALIDO.
            DISPLAY "DIGITE O ID DO FUNCIONARIO:"
            ACCEPT WS-ENT-EMP-ID
            MOVE 'N' TO WS-EMP-ACHOU
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                IF WS-EMP-ID(WS-EMP-SUB) = WS-ENT-EMP-ID
                    MOVE 'S' TO WS-EMP-ACHOU
                END-IF
            END-PERFORM
            IF WS-EMP-ACHOU = 'N'
                DISPLAY "FUNCIONARIO NAO ENCONTRADO NO EMPMASTER"
            ELSE
                DISPLAY "TIPO: A-ADMISSIONAL P-PERIODICO R-RETORNO"
      -             " D-DEMISSIONAL"
                ACCEPT WS-ENT-TIPO
                DISPLAY "DATA LIMITE DO EXAME (AAAAMMDD):"
                ACCEPT WS-ENT-DATA-LIMITE
                DISPLAY "EXAME JA REALIZADO (S/N)?"
                ACCEPT WS-ENT-REALIZADO
                MOVE 0 TO WS-ENT-DATA-REALIZADO
                IF WS-ENT-REALIZADO = 'S'
                    DISPLAY "DATA DE REALIZACAO (AAAAMMDD):"
                    ACCEPT WS-ENT-DATA-REALIZADO
                END-IF
                PERFORM GRAVA-EXAME-DIGITADO
            END-IF.

       GRAVA-EXAME-DIGITADO.
            IF WS-ENT-TIPO NOT = 'A' AND WS-ENT-TIPO NOT = 'P'
                    AND WS-ENT-TIPO NOT = 'R' AND WS-ENT-TIPO NOT = 'D'
                DISPLAY "TIPO DE EXAME INVALIDO"
            ELSE
                IF WS-ENT-REALIZADO = 'S'
                        AND (WS-ENT-DATA-REALIZADO = 0
                        OR WS-ENT-DATA-REALIZADO > WS-DATA-REF)
                    DISPLAY "DATA DE REALIZACAO INVALIDA"
                ELSE
                    MOVE SPACES TO OCCUPATIONAL-EXAM-RECORD
                    MOVE WS-ENT-EMP-ID TO OE-EMP-ID
                    MOVE WS-ENT-TIPO TO OE-TIPO
                    MOVE WS-ENT-DATA-LIMITE TO OE-DATA-LIMITE
                    MOVE 0 TO OE-DATA-AGENDA
                    MOVE 0 TO OE-HORA
                    MOVE WS-ENT-DATA-REALIZADO TO OE-DATA-REALIZADO
                    IF WS-ENT-REALIZADO = 'S'
                        MOVE 'R' TO OE-STATUS
                    ELSE
                        MOVE 'P' TO OE-STATUS
                    END-IF
                    ADD 1 TO WS-EXA-TOTAL
                    MOVE OCCUPATIONAL-EXAM-RECORD TO
                        WS-EXA-REGISTRO(WS-EXA-TOTAL)
                    PERFORM REGRAVA-EXAMES
                    DISPLAY "EXAME REGISTRADO - STATUS " OE-STATUS
                END-IF
            END-IF.

      * For the labor inspection: every exam required and not taken
      * by its limit, and every current employee whose periodic
      * exam is past due without having been required yet.
       RELATORIO-VENCIDOS.
            MOVE 'V' TO WS-RELATORIO-ATIVO.
            OPEN OUTPUT OVERDUE-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "EXAMES OCUPACIONAIS VENCIDOS EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "FUNCIONARIO EXAME              LIMITE   DIAS ATRASO"
                "  SITUACAO" DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
                    UNTIL WS-EXA-SUB > WS-EXA-TOTAL
                MOVE WS-EXA-REGISTRO(WS-EXA-SUB) TO
                    OCCUPATIONAL-EXAM-RECORD
                PERFORM VERIFICA-EXAME-VIGENTE
                IF OE-STATUS NOT = 'R' AND WS-EMP-ACHOU = 'S'
                        AND OE-DATA-LIMITE < WS-DATA-REF
                    IF OE-STATUS = 'M'
                        MOVE "MARCADO" TO WS-SITUACAO
                    ELSE
                        MOVE "NAO MARCADO" TO WS-SITUACAO
                    END-IF
                    PERFORM LISTA-VENCIDO
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
                    UNTIL WS-EMP-SUB > WS-EMP-TOTAL
                PERFORM CALCULA-VENCIMENTO
                IF WS-PERIODICO-ABERTO = 'N'
                        AND WS-VENCIMENTO < WS-DATA-REF
                    MOVE WS-EMP-ID(WS-EMP-SUB) TO OE-EMP-ID
                    MOVE 'P' TO OE-TIPO
                    MOVE WS-VENCIMENTO TO OE-DATA-LIMITE
                    MOVE "NAO EXIGIDO" TO WS-SITUACAO
                    PERFORM LISTA-VENCIDO
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "EXAMES VENCIDOS: " WS-QTD-VENCIDOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE OVERDUE-REPORT-FILE.
            IF WS-EXA-ESTOUROU = 'S'
                DISPLAY "ATENCAO: OCCEXAM EXCEDE 1000 EXAMES - "
      -             "RELATORIO PARCIAL"
                MOVE 8 TO RETURN-CODE
            END-IF.

       LISTA-VENCIDO.
            ADD 1 TO WS-QTD-VENCIDOS.
            PERFORM DESCREVE-TIPO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE OE-DATA-LIMITE TO WS-DS-DATA-2.
            MOVE 'E' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DIAS TO WS-DIAS-ATRASO.
            MOVE WS-DIAS-ATRASO TO WS-ED-ATRASO.
            MOVE SPACES TO WS-LINHA.
            STRING OE-EMP-ID "  "
                WS-DESCRICAO-TIPO "   "
                OE-DATA-LIMITE "  "
                WS-ED-ATRASO "       "
                WS-SITUACAO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       REGRAVA-EXAMES.
            OPEN OUTPUT OCCUPATIONAL-EXAM-FILE.
            PERFORM VARYING WS-EXA-SUB FROM 1 BY 1
                    UNTIL WS-EXA-SUB > WS-EXA-TOTAL
                MOVE WS-EXA-REGISTRO(WS-EXA-SUB) TO
                    OCCUPATIONAL-EXAM-RECORD
                WRITE OCCUPATIONAL-EXAM-RECORD
            END-PERFORM.
            CLOSE OCCUPATIONAL-EXAM-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            IF WS-RELATORIO-ATIVO = 'D'
                MOVE WS-LINHA TO DUE-LIST-RECORD
                WRITE DUE-LIST-RECORD
            ELSE
                MOVE WS-LINHA TO OVERDUE-REPORT-RECORD
                WRITE OVERDUE-REPORT-RECORD
            END-IF.

       COPY "deptproc.cpy".

       COPY "holproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM ASOCTL.
