      ******************************************************************
      * Author:
      * Date:
      * Purpose: personal-data retention purge. The RETPOLICY
      *          control file gives each personal-data file its
      *          retention period in years; records past it have
      *          the names, addresses and documents on them
      *          anonymized, while the keys and amounts the ledger
      *          and the tax records depend on stay as they are.
      *          PATMASTER patients whose last activity - the latest
      *          BMIHIST measurement, APPTS appointment or CLINCHG
      *          charge - is before the period lose name,
      *          health-plan card and birth day and month.
      *          CUSTMASTER accounts closed ('F') before the period
      *          lose name and CPF/CNPJ, and the
      *          address too once a later account has taken the
      *          premise over (until then it is the premise's, not
      *          the person's). Employees terminated on EMPMOVES
      *          before the period and never rehired lose their name
      *          on the PAYROLL archive generation given on PAYARCH
      *          (EMPMASTER drops them at termination). Withdrawn
      *          ENROLLREQ requests older than the period lose the
      *          student's name (ACADHIST is the permanent school
      *          record and is kept). Mode 1 is the preview and
      *          changes nothing; mode 2 anonymizes, logging each
      *          master record on CHANGELOG with its new image
      *          only. Both print the RETCERT certificate listing
      *          every record and field anonymized.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-POLICY-FILE ASSIGN TO "RETPOLICY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETPOLICY.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PATMASTER.
           SELECT PATIENT-BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BMIHIST.
           SELECT APPOINTMENTS-FILE ASSIGN TO "APPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPTS.
           SELECT CLINIC-CHARGE-FILE ASSIGN TO "CLINCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLINCHG.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMASTER.
           SELECT EMPLOYEE-MOVES-FILE ASSIGN TO "EMPMOVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMOVES.
           SELECT PAYROLL-RPT-ARCH-FILE ASSIGN TO "PAYARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYARCH.
           SELECT ENROLLMENT-REQUEST-FILE ASSIGN TO "ENROLLREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENROLLREQ.
           SELECT RETENTION-CERT-FILE ASSIGN TO "RETCERT"
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
       FD  RETENTION-POLICY-FILE.
           COPY "retpol.cpy".

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
           05 PT-DELIM-5            PIC X(1).
           05 PT-PAGADOR            PIC X(6).
           05 PT-DELIM-6            PIC X(1).
           05 PT-CARTEIRA           PIC X(20).
           05 PT-DELIM-7            PIC X(1).
           05 PT-SEXO               PIC X(1).

       FD  PATIENT-BMI-HISTORY-FILE.
       01  PATIENT-BMI-HISTORY-RECORD.
           05 BH-PACIENTE-ID        PIC X(10).
           05 BH-DELIM-1            PIC X(1).
           05 BH-RESULTADO          PIC 9(3)V99.
           05 BH-DELIM-2            PIC X(1).
           05 BH-DATA               PIC 9(8).

       FD  APPOINTMENTS-FILE.
           COPY "appts.cpy".

       FD  CLINIC-CHARGE-FILE.
           COPY "clinchg.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

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
           05 MV-DELIM-5            PIC X(1).
           05 MV-MOTIVO             PIC X(1).
           05 MV-DELIM-6            PIC X(1).
           05 MV-DEPTO-ORIGEM       PIC X(10).

      * Archived PAYROLL lines: the HDR/TRL control lines, and the
      * detail lines carrying the employee id in 1-10 and PR-NOME
      * in 26-35 (EXERCICIO15's PAYROLL-REPORT-RECORD).
       FD  PAYROLL-RPT-ARCH-FILE.
       01  PAYROLL-RPT-ARCH-IMAGEM  PIC X(80).

       FD  ENROLLMENT-REQUEST-FILE.
           COPY "enrreq.cpy".

       FD  RETENTION-CERT-FILE.
       01  RETENTION-CERT-RECORD    PIC X(80).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-RETPOLICY PIC X(2).
           77 WS-FS-PATMASTER PIC X(2).
           77 WS-FS-BMIHIST PIC X(2).
           77 WS-FS-APPTS PIC X(2).
           77 WS-FS-CLINCHG PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-EMPMASTER PIC X(2).
           77 WS-FS-EMPMOVES PIC X(2).
           77 WS-FS-PAYARCH PIC X(2).
           77 WS-FS-ENROLLREQ PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-PREVIA PIC X(1) VALUE 'S'.
           77 WS-CONFIRMA PIC X(1).
      * Built-in periods, overridden per file by RETPOLICY: twenty
      * years for the clinical record, five for everything else
      * (the tax limitation period).
           01 WS-TABELA-POLITICA.
               05 WS-POL-ENTRADA OCCURS 4 TIMES.
                   10 WS-POL-ARQUIVO    PIC X(10).
                   10 WS-POL-ANOS       PIC 9(3).
                   10 WS-POL-CORTE      PIC 9(8).
                   10 WS-POL-QTD        PIC 9(5).
           77 WS-POL-SUB PIC 9(1).
      * One file at a time is held here as record images, with the
      * person's reference date beside each.
           01 WS-TABELA-REGISTROS.
               05 WS-REG-ENTRADA OCCURS 3000 TIMES.
                   10 WS-REG-IMAGEM     PIC X(100).
                   10 WS-REG-DATA       PIC 9(8).
           77 WS-REG-TOTAL PIC 9(4) VALUE 0.
           77 WS-REG-SUB PIC 9(4).
           77 WS-REG-IX PIC 9(4).
           77 WS-REG-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-REG-ALTERADO PIC X(1).
           77 WS-ATIV-PACIENTE PIC X(10).
           77 WS-ATIV-DATA PIC 9(8).
           01 WS-TABELA-DESLIGADOS.
               05 WS-DES-ENTRADA OCCURS 500 TIMES.
                   10 WS-DES-ID         PIC X(10).
                   10 WS-DES-DATA       PIC 9(8).
                   10 WS-DES-ATIVO      PIC X(1).
           77 WS-DES-TOTAL PIC 9(3) VALUE 0.
           77 WS-DES-SUB PIC 9(3).
           77 WS-DES-ACHADO PIC 9(3).
           77 WS-DES-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ANONIMO PIC X(7) VALUE "ANONIMO".
           77 WS-IMOVEL-TOMADO PIC X(1).
           77 WS-CAMPOS PIC X(30).
           77 WS-QTD-TOTAL PIC 9(5) VALUE 0.
           77 WS-LINHA PIC X(80).
           77 WS-DATA-REF PIC 9(8).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "RETPURGE".

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
            DISPLAY "1 - PREVIA DA ANONIMIZACAO (NADA E ALTERADO)"
            DISPLAY "2 - ANONIMIZAR DADOS VENCIDOS"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 MOVE 'S' TO WS-PREVIA
                     PERFORM EXECUTA-RETENCAO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "RETENCAO PREVIA " WS-QTD-TOTAL
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 DISPLAY "CONFIRMA A ANONIMIZACAO (S/N)?"
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                         MOVE 'N' TO WS-PREVIA
                         PERFORM EXECUTA-RETENCAO
                         MOVE SPACES TO WS-AUDIT-RESUMO
                         STRING "RETENCAO ANONIMIZOU " WS-QTD-TOTAL
                             DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                         PERFORM GRAVA-AUDITORIA
                     END-IF
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

       EXECUTA-RETENCAO.
            PERFORM CARREGA-POLITICA.
            OPEN OUTPUT RETENTION-CERT-FILE.
            MOVE SPACES TO WS-LINHA.
            IF WS-PREVIA = 'S'
                STRING "PREVIA DE ANONIMIZACAO EM " WS-DATA-REF
                    " - NENHUM REGISTRO ALTERADO"
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "CERTIFICADO DE ANONIMIZACAO DE DADOS"
                    " PESSOAIS EM " WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 1 TO WS-POL-SUB.
            PERFORM GRAVA-CABECALHO-ARQUIVO.
            IF WS-POL-ANOS(1) > 0
                PERFORM PURGA-PACIENTES
            END-IF
            MOVE 2 TO WS-POL-SUB.
            PERFORM GRAVA-CABECALHO-ARQUIVO.
            IF WS-POL-ANOS(2) > 0
                PERFORM PURGA-CLIENTES
            END-IF
            MOVE 3 TO WS-POL-SUB.
            PERFORM GRAVA-CABECALHO-ARQUIVO.
            IF WS-POL-ANOS(3) > 0
                PERFORM PURGA-DESLIGADOS
            END-IF
            MOVE 4 TO WS-POL-SUB.
            PERFORM GRAVA-CABECALHO-ARQUIVO.
            IF WS-POL-ANOS(4) > 0
                PERFORM PURGA-DESISTENTES
            END-IF
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                    UNTIL WS-POL-SUB > 4
                MOVE SPACES TO WS-LINHA
                STRING WS-POL-ARQUIVO(WS-POL-SUB)
                    " REGISTROS ANONIMIZADOS " WS-POL-QTD(WS-POL-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL ANONIMIZADO " WS-QTD-TOTAL
                " - EMITIDO POR " WS-OPERADOR-ID
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-PREVIA = 'S'
                MOVE "PREVIA - EXECUTE O MODO 2 PARA ANONIMIZAR"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            CLOSE RETENTION-CERT-FILE.
            DISPLAY "CERTIFICADO GRAVADO EM RETCERT - "
                WS-QTD-TOTAL " REGISTRO(S)".

      * The cut-off is the business date less the period in whole
      * years; a reference date before it is past retention.
       CARREGA-POLITICA.
            MOVE "PATMASTER"  TO WS-POL-ARQUIVO(1).
            MOVE 20 TO WS-POL-ANOS(1).
            MOVE "CUSTMASTER" TO WS-POL-ARQUIVO(2).
            MOVE 5 TO WS-POL-ANOS(2).
            MOVE "EMPMASTER"  TO WS-POL-ARQUIVO(3).
            MOVE 5 TO WS-POL-ANOS(3).
            MOVE "STUDENTGR"  TO WS-POL-ARQUIVO(4).
            MOVE 5 TO WS-POL-ANOS(4).
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT RETENTION-POLICY-FILE.
            IF WS-FS-RETPOLICY NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ RETENTION-POLICY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                                UNTIL WS-POL-SUB > 4
                            IF WS-POL-ARQUIVO(WS-POL-SUB) = RT-ARQUIVO
                                    AND RT-ANOS IS NUMERIC
                                MOVE RT-ANOS TO WS-POL-ANOS(WS-POL-SUB)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-FS-RETPOLICY = "10"
                CLOSE RETENTION-POLICY-FILE
            END-IF
            PERFORM VARYING WS-POL-SUB FROM 1 BY 1
                    UNTIL WS-POL-SUB > 4
                MOVE 0 TO WS-POL-QTD(WS-POL-SUB)
                MOVE 0 TO WS-POL-CORTE(WS-POL-SUB)
                IF WS-POL-ANOS(WS-POL-SUB) > 0
                        AND WS-POL-ANOS(WS-POL-SUB) * 10000 <
                            WS-DATA-REF
                    COMPUTE WS-POL-CORTE(WS-POL-SUB) =
                        WS-DATA-REF - WS-POL-ANOS(WS-POL-SUB) * 10000
                END-IF
            END-PERFORM.

       GRAVA-CABECALHO-ARQUIVO.
            MOVE SPACES TO WS-LINHA.
            IF WS-POL-ANOS(WS-POL-SUB) = 0
                STRING WS-POL-ARQUIVO(WS-POL-SUB)
                    " - RETENCAO PERMANENTE, NADA A ANONIMIZAR"
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING WS-POL-ARQUIVO(WS-POL-SUB) " - RETENCAO "
                    WS-POL-ANOS(WS-POL-SUB) " ANOS, REFERENCIA ANTES"
                    " DE " WS-POL-CORTE(WS-POL-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.

      * Patients: the reference date is the last measurement; a
      * patient never measured has none and is left alone.
       PURGA-PACIENTES.
            MOVE 0 TO WS-REG-TOTAL.
            MOVE 'N' TO WS-REG-ESTOUROU.
            MOVE 'N' TO WS-REG-ALTERADO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PATIENT-MASTER-FILE.
            IF WS-FS-PATMASTER NOT = "00"
                MOVE "    PATMASTER NAO ENCONTRADO" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PATIENT-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE SPACES TO WS-LINHA
                        PERFORM GUARDA-REGISTRO
                        IF WS-REG-ESTOUROU = 'N'
                            MOVE PATIENT-MASTER-RECORD TO
                                WS-REG-IMAGEM(WS-REG-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PATMASTER = "10"
                CLOSE PATIENT-MASTER-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PATIENT-BMI-HISTORY-FILE.
            IF WS-FS-BMIHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PATIENT-BMI-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE BH-PACIENTE-ID TO WS-ATIV-PACIENTE
                        MOVE BH-DATA TO WS-ATIV-DATA
                        PERFORM ATUALIZA-ATIVIDADE
                END-READ
            END-PERFORM.
            IF WS-FS-BMIHIST = "10"
                CLOSE PATIENT-BMI-HISTORY-FILE
            END-IF
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
                        MOVE AG-PACIENTE TO WS-ATIV-PACIENTE
                        MOVE AG-DATA TO WS-ATIV-DATA
                        PERFORM ATUALIZA-ATIVIDADE
                END-READ
            END-PERFORM.
            IF WS-FS-APPTS = "10"
                CLOSE APPOINTMENTS-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CLINIC-CHARGE-FILE.
            IF WS-FS-CLINCHG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CLINIC-CHARGE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE CC-PACIENTE TO WS-ATIV-PACIENTE
                        MOVE CC-DATA TO WS-ATIV-DATA
                        PERFORM ATUALIZA-ATIVIDADE
                END-READ
            END-PERFORM.
            IF WS-FS-CLINCHG = "10"
                CLOSE CLINIC-CHARGE-FILE
            END-IF
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-TOTAL
                MOVE WS-REG-IMAGEM(WS-REG-SUB) TO PATIENT-MASTER-RECORD
                IF WS-REG-DATA(WS-REG-SUB) > 0
                        AND WS-REG-DATA(WS-REG-SUB) < WS-POL-CORTE(1)
                        AND PT-NOME NOT = WS-ANONIMO
                    PERFORM ANONIMIZA-PACIENTE
                END-IF
            END-PERFORM.
            IF WS-REG-ALTERADO = 'S'
                PERFORM REGRAVA-PACIENTES
            END-IF.

      * A patient's reference date is the latest of every
      * measurement, appointment and charge on file for them.
       ATUALIZA-ATIVIDADE.
            IF WS-ATIV-DATA IS NUMERIC
                PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                        UNTIL WS-REG-SUB > WS-REG-TOTAL
                    IF WS-REG-IMAGEM(WS-REG-SUB)(1:10) =
                            WS-ATIV-PACIENTE
                            AND WS-ATIV-DATA > WS-REG-DATA(WS-REG-SUB)
                        MOVE WS-ATIV-DATA TO WS-REG-DATA(WS-REG-SUB)
                    END-IF
                END-PERFORM
            END-IF.

      * The year of birth stays for the age statistics.
       ANONIMIZA-PACIENTE.
            MOVE WS-ANONIMO TO PT-NOME.
            MOVE SPACES TO PT-CARTEIRA.
            MOVE "0101" TO PT-NASCIMENTO(5:4).
            MOVE "NOME CARTEIRA NASCIMENTO" TO WS-CAMPOS.
            MOVE SPACES TO WS-LINHA.
            STRING "    " PT-ID " ULTIMA ATIVIDADE "
                WS-REG-DATA(WS-REG-SUB) " " WS-CAMPOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            ADD 1 TO WS-POL-QTD(1).
            ADD 1 TO WS-QTD-TOTAL.
            IF WS-PREVIA = 'N'
                MOVE PATIENT-MASTER-RECORD TO WS-REG-IMAGEM(WS-REG-SUB)
                MOVE 'S' TO WS-REG-ALTERADO
                MOVE "PATMASTER" TO WS-CHG-ARQUIVO
                MOVE PT-ID TO WS-CHG-CHAVE
                MOVE PATIENT-MASTER-RECORD TO WS-CHG-DEPOIS
                PERFORM GRAVA-CHANGELOG-ANONIMO
            END-IF.

       REGRAVA-PACIENTES.
            IF WS-REG-ESTOUROU = 'S'
                PERFORM RECUSA-REGRAVACAO
            ELSE
                OPEN OUTPUT PATIENT-MASTER-FILE
                PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                        UNTIL WS-REG-SUB > WS-REG-TOTAL
                    MOVE WS-REG-IMAGEM(WS-REG-SUB) TO
                        PATIENT-MASTER-RECORD
                    WRITE PATIENT-MASTER-RECORD
                END-PERFORM
                CLOSE PATIENT-MASTER-FILE
            END-IF.

      * Closed accounts: the reference date is the move-out date.
       PURGA-CLIENTES.
            MOVE 0 TO WS-REG-TOTAL.
            MOVE 'N' TO WS-REG-ESTOUROU.
            MOVE 'N' TO WS-REG-ALTERADO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE "    CUSTMASTER NAO ENCONTRADO" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE SPACES TO WS-LINHA
                        PERFORM GUARDA-REGISTRO
                        IF WS-REG-ESTOUROU = 'N'
                            MOVE CUSTOMER-MASTER-RECORD TO
                                WS-REG-IMAGEM(WS-REG-TOTAL)
                            IF CU-DATA-MUDANCA IS NUMERIC
                                MOVE CU-DATA-MUDANCA TO
                                    WS-REG-DATA(WS-REG-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-TOTAL
                MOVE WS-REG-IMAGEM(WS-REG-SUB) TO
                    CUSTOMER-MASTER-RECORD
                IF CU-SITUACAO = 'F'
                        AND WS-REG-DATA(WS-REG-SUB) > 0
                        AND WS-REG-DATA(WS-REG-SUB) < WS-POL-CORTE(2)
                        AND CU-NOME NOT = WS-ANONIMO
                    PERFORM ANONIMIZA-CLIENTE
                END-IF
            END-PERFORM.
            IF WS-REG-ALTERADO = 'S'
                PERFORM REGRAVA-CLIENTES
            END-IF.

      * A premise no later account took over keeps its address -
      * MOVEIN copies it from here for the next occupant.
       ANONIMIZA-CLIENTE.
            MOVE 'N' TO WS-IMOVEL-TOMADO.
            PERFORM VARYING WS-REG-IX FROM 1 BY 1
                    UNTIL WS-REG-IX > WS-REG-TOTAL
                IF WS-REG-IMAGEM(WS-REG-IX)(73:6) =
                        WS-REG-IMAGEM(WS-REG-SUB)(1:6)
                    MOVE 'S' TO WS-IMOVEL-TOMADO
                END-IF
            END-PERFORM.
            MOVE WS-ANONIMO TO CU-NOME.
            MOVE SPACES TO CU-DOCUMENTO.
            IF WS-IMOVEL-TOMADO = 'S'
                MOVE SPACES TO CU-ENDERECO
                MOVE "NOME ENDERECO DOCUMENTO" TO WS-CAMPOS
            ELSE
                MOVE "NOME DOCUMENTO" TO WS-CAMPOS
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "    " CU-CONTA " ENCERRADA EM "
                WS-REG-DATA(WS-REG-SUB) " " WS-CAMPOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            ADD 1 TO WS-POL-QTD(2).
            ADD 1 TO WS-QTD-TOTAL.
            IF WS-PREVIA = 'N'
                MOVE CUSTOMER-MASTER-RECORD TO
                    WS-REG-IMAGEM(WS-REG-SUB)
                MOVE 'S' TO WS-REG-ALTERADO
                MOVE "CUSTMASTER" TO WS-CHG-ARQUIVO
                MOVE CU-CONTA TO WS-CHG-CHAVE
                MOVE CUSTOMER-MASTER-RECORD TO WS-CHG-DEPOIS
                PERFORM GRAVA-CHANGELOG-ANONIMO
            END-IF.

       REGRAVA-CLIENTES.
            IF WS-REG-ESTOUROU = 'S'
                PERFORM RECUSA-REGRAVACAO
            ELSE
                OPEN OUTPUT CUSTOMER-MASTER-FILE
                PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                        UNTIL WS-REG-SUB > WS-REG-TOTAL
                    MOVE WS-REG-IMAGEM(WS-REG-SUB) TO
                        CUSTOMER-MASTER-RECORD
                    WRITE CUSTOMER-MASTER-RECORD
                END-PERFORM
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

      * Terminated employees: the last termination on EMPMOVES
      * with no later rehire, and not back on EMPMASTER.
       PURGA-DESLIGADOS.
            PERFORM CARREGA-DESLIGADOS.
            MOVE 0 TO WS-REG-TOTAL.
            MOVE 'N' TO WS-REG-ESTOUROU.
            MOVE 'N' TO WS-REG-ALTERADO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAYROLL-RPT-ARCH-FILE.
            IF WS-FS-PAYARCH NOT = "00"
                MOVE "    PAYARCH NAO INFORMADO - NENHUMA GERACAO"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAYROLL-RPT-ARCH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE PAYROLL-RPT-ARCH-IMAGEM TO WS-LINHA
                        PERFORM GUARDA-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-PAYARCH = "10"
                CLOSE PAYROLL-RPT-ARCH-FILE
            END-IF
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-TOTAL
                IF WS-REG-IMAGEM(WS-REG-SUB)(1:4) NOT = "HDR "
                        AND WS-REG-IMAGEM(WS-REG-SUB)(1:4) NOT = "TRL "
                        AND WS-REG-IMAGEM(WS-REG-SUB)(26:10)
                            NOT = SPACES
                        AND WS-REG-IMAGEM(WS-REG-SUB)(26:10)
                            NOT = WS-ANONIMO
                    PERFORM VERIFICA-LINHA-FOLHA
                END-IF
            END-PERFORM.
            IF WS-REG-ALTERADO = 'S'
                IF WS-REG-ESTOUROU = 'S'
                    PERFORM RECUSA-REGRAVACAO
                ELSE
                    OPEN OUTPUT PAYROLL-RPT-ARCH-FILE
                    PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                            UNTIL WS-REG-SUB > WS-REG-TOTAL
                        MOVE WS-REG-IMAGEM(WS-REG-SUB) TO
                            PAYROLL-RPT-ARCH-IMAGEM
                        WRITE PAYROLL-RPT-ARCH-IMAGEM
                    END-PERFORM
                    CLOSE PAYROLL-RPT-ARCH-FILE
                END-IF
            END-IF.

      * The name carries no digits, so the archive's TRL hash total
      * still checks after it is replaced.
       VERIFICA-LINHA-FOLHA.
            MOVE 0 TO WS-DES-ACHADO.
            PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                    UNTIL WS-DES-SUB > WS-DES-TOTAL
                IF WS-DES-ID(WS-DES-SUB) =
                        WS-REG-IMAGEM(WS-REG-SUB)(1:10)
                    MOVE WS-DES-SUB TO WS-DES-ACHADO
                END-IF
            END-PERFORM.
            IF WS-DES-ACHADO > 0
                IF WS-DES-ATIVO(WS-DES-ACHADO) = 'N'
                        AND WS-DES-DATA(WS-DES-ACHADO) > 0
                        AND WS-DES-DATA(WS-DES-ACHADO) <
                            WS-POL-CORTE(3)
                    ADD 1 TO WS-POL-QTD(3)
                    ADD 1 TO WS-QTD-TOTAL
                    MOVE SPACES TO WS-LINHA
                    STRING "    " WS-DES-ID(WS-DES-ACHADO)
                        " DESLIGADO EM " WS-DES-DATA(WS-DES-ACHADO)
                        " PAYARCH NOME"
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                    IF WS-PREVIA = 'N'
                        MOVE WS-ANONIMO TO
                            WS-REG-IMAGEM(WS-REG-SUB)(26:10)
                        MOVE 'S' TO WS-REG-ALTERADO
                    END-IF
                END-IF
            END-IF.

       CARREGA-DESLIGADOS.
            MOVE 0 TO WS-DES-TOTAL.
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
                        IF (MV-TIPO = 'T' OR MV-TIPO = 'H')
                                AND MV-DATA-EFETIVA IS NUMERIC
                            PERFORM GUARDA-DESLIGADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMOVES = "10"
                CLOSE EMPLOYEE-MOVES-FILE
            END-IF
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
                        PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                                UNTIL WS-DES-SUB > WS-DES-TOTAL
                            IF WS-DES-ID(WS-DES-SUB) = EM-ID
                                MOVE 'S' TO WS-DES-ATIVO(WS-DES-SUB)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

      * A rehire clears the termination date it follows.
       GUARDA-DESLIGADO.
            MOVE 0 TO WS-DES-ACHADO.
            PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                    UNTIL WS-DES-SUB > WS-DES-TOTAL
                IF WS-DES-ID(WS-DES-SUB) = MV-ID
                    MOVE WS-DES-SUB TO WS-DES-ACHADO
                END-IF
            END-PERFORM.
            IF WS-DES-ACHADO = 0 AND MV-TIPO = 'T'
                IF WS-DES-TOTAL < 500
                    ADD 1 TO WS-DES-TOTAL
                    MOVE WS-DES-TOTAL TO WS-DES-ACHADO
                    MOVE MV-ID TO WS-DES-ID(WS-DES-TOTAL)
                    MOVE 'N' TO WS-DES-ATIVO(WS-DES-TOTAL)
                ELSE
                    MOVE 'S' TO WS-DES-ESTOUROU
                END-IF
            END-IF
            IF WS-DES-ACHADO > 0
                IF MV-TIPO = 'T'
                    MOVE MV-DATA-EFETIVA TO WS-DES-DATA(WS-DES-ACHADO)
                ELSE
                    MOVE 0 TO WS-DES-DATA(WS-DES-ACHADO)
                END-IF
            END-IF.

      * Withdrawn enrollment requests: the reference date is the
      * request date.
       PURGA-DESISTENTES.
            MOVE 0 TO WS-REG-TOTAL.
            MOVE 'N' TO WS-REG-ESTOUROU.
            MOVE 'N' TO WS-REG-ALTERADO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ENROLLMENT-REQUEST-FILE.
            IF WS-FS-ENROLLREQ NOT = "00"
                MOVE "    ENROLLREQ NAO ENCONTRADO" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ENROLLMENT-REQUEST-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE SPACES TO WS-LINHA
                        PERFORM GUARDA-REGISTRO
                        IF WS-REG-ESTOUROU = 'N'
                            MOVE ENROLLMENT-REQUEST-RECORD TO
                                WS-REG-IMAGEM(WS-REG-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENROLLREQ = "10"
                CLOSE ENROLLMENT-REQUEST-FILE
            END-IF
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-TOTAL
                MOVE WS-REG-IMAGEM(WS-REG-SUB) TO
                    ENROLLMENT-REQUEST-RECORD
                IF ER-STATUS = 'D' AND ER-DATA-PEDIDO IS NUMERIC
                        AND ER-DATA-PEDIDO < WS-POL-CORTE(4)
                        AND ER-NOME NOT = WS-ANONIMO
                    PERFORM ANONIMIZA-DESISTENTE
                END-IF
            END-PERFORM.
            IF WS-REG-ALTERADO = 'S'
                PERFORM REGRAVA-PEDIDOS
            END-IF.

       ANONIMIZA-DESISTENTE.
            MOVE WS-ANONIMO TO ER-NOME.
            MOVE SPACES TO WS-LINHA.
            STRING "    PEDIDO " ER-PEDIDO " ALUNO " ER-STU-ID
                " DESISTENTE DE " ER-DATA-PEDIDO " NOME"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            ADD 1 TO WS-POL-QTD(4).
            ADD 1 TO WS-QTD-TOTAL.
            IF WS-PREVIA = 'N'
                MOVE ENROLLMENT-REQUEST-RECORD TO
                    WS-REG-IMAGEM(WS-REG-SUB)
                MOVE 'S' TO WS-REG-ALTERADO
                MOVE "ENROLLREQ" TO WS-CHG-ARQUIVO
                MOVE ER-PEDIDO TO WS-CHG-CHAVE
                MOVE ENROLLMENT-REQUEST-RECORD TO WS-CHG-DEPOIS
                PERFORM GRAVA-CHANGELOG-ANONIMO
            END-IF.

       REGRAVA-PEDIDOS.
            IF WS-REG-ESTOUROU = 'S'
                PERFORM RECUSA-REGRAVACAO
            ELSE
                OPEN OUTPUT ENROLLMENT-REQUEST-FILE
                PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                        UNTIL WS-REG-SUB > WS-REG-TOTAL
                    MOVE WS-REG-IMAGEM(WS-REG-SUB) TO
                        ENROLLMENT-REQUEST-RECORD
                    WRITE ENROLLMENT-REQUEST-RECORD
                END-PERFORM
                CLOSE ENROLLMENT-REQUEST-FILE
            END-IF.

      * Caller leaves the record image in WS-LINHA; records wider
      * than the line are moved into the new slot afterwards.
       GUARDA-REGISTRO.
            IF WS-REG-TOTAL < 3000
                ADD 1 TO WS-REG-TOTAL
                MOVE WS-LINHA TO WS-REG-IMAGEM(WS-REG-TOTAL)
                MOVE 0 TO WS-REG-DATA(WS-REG-TOTAL)
            ELSE
                MOVE 'S' TO WS-REG-ESTOUROU
            END-IF.

      * A file bigger than the work table cannot be rewritten
      * without losing the excess; the certificate says so and
      * nothing of that file changes.
       RECUSA-REGRAVACAO.
            MOVE SPACES TO WS-LINHA.
            STRING "    ** " WS-POL-ARQUIVO(WS-POL-SUB)
                " EXCEDE 3000 REGISTROS - NAO REGRAVADO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 8 TO RETURN-CODE.

      * The before image is the very data being removed, so the
      * change log carries only the anonymized record.
       GRAVA-CHANGELOG-ANONIMO.
            MOVE "A" TO WS-CHG-OPERACAO.
            MOVE SPACES TO WS-CHG-ANTES.
            PERFORM GRAVA-CHANGELOG.

       GRAVA-LINHA.
            MOVE WS-LINHA TO RETENTION-CERT-RECORD.
            WRITE RETENTION-CERT-RECORD.

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM RETPURGE.
