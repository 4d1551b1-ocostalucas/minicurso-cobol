      ******************************************************************
      * Author:
      * Date:
      * Purpose: data-subject access inquiry for the data-protection
      *          officer. Takes a person's document number (CPF/CNPJ,
      *          driver's licence, health-plan card) or an internal
      *          key (account, patient, employee, driver, student or
      *          guardian id) and lists every record held on that
      *          person, grouped by file with the purpose each file
      *          serves: CUSTMASTER and BILLHIST, PATMASTER and
      *          BMIHIST, STUDENTGR, GUARDMST and ATTENDANCE,
      *          EMPMASTER and PAYREG, DRIVERMST and CITATIONS, and
      *          the CHANGELOG entries whose key or before/after
      *          images name the person. A document found on one
      *          master brings in the keys it links to (a patient's
      *          or driver's employee id, a guardian's children), so
      *          one inquiry covers the whole person. The report goes
      *          to SUBJRPT and every inquiry, found or not, is
      *          recorded on AUDITLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJACCESS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BILLHIST.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PATMASTER.
           SELECT PATIENT-BMI-HISTORY-FILE ASSIGN TO "BMIHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BMIHIST.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTENDANCE.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMASTER.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREG.
           SELECT DRIVER-MASTER-FILE ASSIGN TO "DRIVERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRIVERMST.
           SELECT CITATIONS-FILE ASSIGN TO "CITATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITATIONS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT SUBJECT-REPORT-FILE ASSIGN TO "SUBJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  BILLING-HISTORY-FILE.
           COPY "bilhist.cpy".

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
           05 BM-PACIENTE-ID        PIC X(10).
           05 BM-DELIM-1            PIC X(1).
           05 BM-RESULTADO          PIC 9(3)V99.
           05 BM-DELIM-2            PIC X(1).
           05 BM-DATA               PIC 9(8).

       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  ATTENDANCE-FILE.
           COPY "attend.cpy".

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05 EM-ID                 PIC X(10).
           05 EM-DELIM-1            PIC X(1).
           05 EM-NOME               PIC X(10).
           05 EM-DELIM-2            PIC X(1).
           05 EM-SEXO               PIC X(1).
           05 EM-DELIM-3            PIC X(1).
           05 EM-DEPARTAMENTO       PIC X(10).

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
           05 RG-DELIM-6            PIC X(1).
           05 RG-DIAS-TRABALHADOS   PIC 9(2).

       FD  DRIVER-MASTER-FILE.
       01  DRIVER-MASTER-RECORD.
           05 DR-ID                 PIC X(10).
           05 DR-DELIM-1            PIC X(1).
           05 DR-NOME               PIC X(20).
           05 DR-DELIM-2            PIC X(1).
           05 DR-EMP-ID             PIC X(10).
           05 DR-DELIM-3            PIC X(1).
           05 DR-CNH-NUMERO         PIC X(11).
           05 DR-DELIM-4            PIC X(1).
           05 DR-CNH-CATEGORIA      PIC X(2).
           05 DR-DELIM-5            PIC X(1).
           05 DR-CNH-VALIDADE       PIC 9(8).
           05 DR-DELIM-6            PIC X(1).
           05 DR-TOXICO-VALIDADE    PIC 9(8).

       FD  CITATIONS-FILE.
       01  CITATIONS-RECORD.
           05 CT-MOTORISTA-ID       PIC X(10).
           05 CT-DELIM-1            PIC X(1).
           05 CT-EXCESSO            PIC 9(4).
           05 CT-DELIM-2            PIC X(1).
           05 CT-MULTA              PIC 9(6)V99.
           05 CT-DELIM-3            PIC X(1).
           05 CT-DATA               PIC 9(8).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  SUBJECT-REPORT-FILE.
       01  SUBJECT-REPORT-RECORD    PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-PATMASTER PIC X(2).
           77 WS-FS-BMIHIST PIC X(2).
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-GUARDMST PIC X(2).
           77 WS-FS-ATTENDANCE PIC X(2).
           77 WS-FS-EMPMASTER PIC X(2).
           77 WS-FS-PAYREG PIC X(2).
           77 WS-FS-DRIVERMST PIC X(2).
           77 WS-FS-CITATIONS PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-TITULAR PIC X(20).
           77 WS-TITULAR-TAM PIC 9(2).
      * Keys the person is known by, each with the kind of record
      * it identifies: C conta, P paciente, E funcionario,
      * D motorista, S aluno, R responsavel.
           01 WS-TABELA-CHAVES.
               05 WS-CHV-ENTRADA OCCURS 50 TIMES.
                   10 WS-CHV-TIPO       PIC X(1).
                   10 WS-CHV-VALOR      PIC X(10).
           77 WS-CHV-TOTAL PIC 9(2) VALUE 0.
           77 WS-CHV-SUB PIC 9(2).
           77 WS-CHV-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-NOVA-TIPO PIC X(1).
           77 WS-NOVA-VALOR PIC X(10).
           77 WS-TESTE-TIPO PIC X(1).
           77 WS-TESTE-VALOR PIC X(10).
           77 WS-CHAVE-ACHADA PIC X(1).
           77 WS-OCORRENCIAS PIC 9(3).
           77 WS-QTD-ARQUIVO PIC 9(5).
           77 WS-QTD-TOTAL PIC 9(5) VALUE 0.
           77 WS-QTD-EDIT PIC ZZZZ9.
           77 WS-LINHA PIC X(100).
           77 WS-DATA-REF PIC 9(8).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "SUBJACCESS".

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
            DISPLAY "DOCUMENTO (CPF/CNPJ, CNH, CARTEIRA) OU CHAVE"
                " INTERNA DO TITULAR:"
            ACCEPT WS-TITULAR
            IF WS-TITULAR = SPACES
                DISPLAY "TITULAR NAO INFORMADO"
                GOBACK
            END-IF
            MOVE 0 TO WS-TITULAR-TAM
            INSPECT WS-TITULAR TALLYING WS-TITULAR-TAM
                FOR CHARACTERS BEFORE INITIAL SPACE
            IF WS-TITULAR-TAM = 0
                DISPLAY "TITULAR NAO PODE COMECAR COM BRANCO"
                GOBACK
            END-IF
            PERFORM RESOLVE-CHAVES
            PERFORM EMITE-RELATORIO
            MOVE WS-QTD-TOTAL TO WS-QTD-EDIT
            DISPLAY "RELATORIO GRAVADO EM SUBJRPT - " WS-QTD-EDIT
                " REGISTRO(S)"
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "TITULAR " WS-TITULAR(1:14) " " WS-QTD-TOTAL
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

      ******************************************************************
      * Turns the document or key typed in into every internal key
      * the person is held under. The value itself always stands as
      * a key of any kind.
      ******************************************************************
       RESOLVE-CHAVES.
            MOVE '*' TO WS-NOVA-TIPO.
            MOVE WS-TITULAR TO WS-NOVA-VALOR.
            PERFORM GUARDA-CHAVE.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF CU-DOCUMENTO = WS-TITULAR
                            MOVE 'C' TO WS-NOVA-TIPO
                            MOVE CU-CONTA TO WS-NOVA-VALOR
                            PERFORM GUARDA-CHAVE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DRIVER-MASTER-FILE.
            IF WS-FS-DRIVERMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DRIVER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'D' TO WS-TESTE-TIPO
                        MOVE DR-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                                OR DR-CNH-NUMERO = WS-TITULAR
                            MOVE 'D' TO WS-NOVA-TIPO
                            MOVE DR-ID TO WS-NOVA-VALOR
                            PERFORM GUARDA-CHAVE
                            IF DR-EMP-ID NOT = SPACES
                                MOVE 'E' TO WS-NOVA-TIPO
                                MOVE DR-EMP-ID TO WS-NOVA-VALOR
                                PERFORM GUARDA-CHAVE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DRIVERMST = "10"
                CLOSE DRIVER-MASTER-FILE
            END-IF
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
                        MOVE 'P' TO WS-TESTE-TIPO
                        MOVE PT-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'N'
                                AND PT-EMP-ID NOT = SPACES
                            MOVE 'E' TO WS-TESTE-TIPO
                            MOVE PT-EMP-ID TO WS-TESTE-VALOR
                            PERFORM CONFERE-CHAVE
                        END-IF
                        IF WS-CHAVE-ACHADA = 'S'
                                OR PT-CARTEIRA = WS-TITULAR
                            MOVE 'P' TO WS-NOVA-TIPO
                            MOVE PT-ID TO WS-NOVA-VALOR
                            PERFORM GUARDA-CHAVE
                            IF PT-EMP-ID NOT = SPACES
                                MOVE 'E' TO WS-NOVA-TIPO
                                MOVE PT-EMP-ID TO WS-NOVA-VALOR
                                PERFORM GUARDA-CHAVE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PATMASTER = "10"
                CLOSE PATIENT-MASTER-FILE
            END-IF
      * A guardian's inquiry covers the children in their care.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GUARDIAN-FILE.
            IF WS-FS-GUARDMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GUARDIAN-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'R' TO WS-TESTE-TIPO
                        MOVE GD-RESP-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE 'R' TO WS-NOVA-TIPO
                            MOVE GD-RESP-ID TO WS-NOVA-VALOR
                            PERFORM GUARDA-CHAVE
                            MOVE 'S' TO WS-NOVA-TIPO
                            MOVE GD-STU-ID TO WS-NOVA-VALOR
                            PERFORM GUARDA-CHAVE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GUARDMST = "10"
                CLOSE GUARDIAN-FILE
            END-IF.

       GUARDA-CHAVE.
            MOVE WS-NOVA-TIPO TO WS-TESTE-TIPO.
            MOVE WS-NOVA-VALOR TO WS-TESTE-VALOR.
            MOVE 'N' TO WS-CHAVE-ACHADA.
            PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                IF WS-CHV-TIPO(WS-CHV-SUB) = WS-NOVA-TIPO
                        AND WS-CHV-VALOR(WS-CHV-SUB) = WS-NOVA-VALOR
                    MOVE 'S' TO WS-CHAVE-ACHADA
                END-IF
            END-PERFORM.
            IF WS-CHAVE-ACHADA = 'N'
                IF WS-CHV-TOTAL < 50
                    ADD 1 TO WS-CHV-TOTAL
                    MOVE WS-NOVA-TIPO TO WS-CHV-TIPO(WS-CHV-TOTAL)
                    MOVE WS-NOVA-VALOR TO WS-CHV-VALOR(WS-CHV-TOTAL)
                ELSE
                    MOVE 'S' TO WS-CHV-ESTOUROU
                END-IF
            END-IF.

      * A key of the kind asked for, or the value typed in itself.
       CONFERE-CHAVE.
            MOVE 'N' TO WS-CHAVE-ACHADA.
            IF WS-TESTE-VALOR NOT = SPACES
                PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                        UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                    IF WS-CHV-VALOR(WS-CHV-SUB) = WS-TESTE-VALOR
                        AND (WS-CHV-TIPO(WS-CHV-SUB) = WS-TESTE-TIPO
                            OR (WS-CHV-TIPO(WS-CHV-SUB) = '*'
                                AND WS-TITULAR(11:10) = SPACES))
                        MOVE 'S' TO WS-CHAVE-ACHADA
                    END-IF
                END-PERFORM
            END-IF.

      ******************************************************************
      * One section per file: what the file is kept for, then every
      * record on it about the person.
      ******************************************************************
       EMITE-RELATORIO.
            OPEN OUTPUT SUBJECT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "RELATORIO DE DADOS PESSOAIS DO TITULAR "
                WS-TITULAR " EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "SOLICITADO POR " WS-OPERADOR-ID
                " - CHAVES INTERNAS ENCONTRADAS:"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-CHV-SUB FROM 2 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                MOVE SPACES TO WS-LINHA
                STRING "    " WS-CHV-TIPO(WS-CHV-SUB) " "
                    WS-CHV-VALOR(WS-CHV-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-PERFORM.
            IF WS-CHV-ESTOUROU = 'S'
                MOVE "    ** MAIS DE 50 CHAVES - LISTA INCOMPLETA"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            PERFORM LISTA-CLIENTES.
            PERFORM LISTA-FATURAS.
            PERFORM LISTA-PACIENTES.
            PERFORM LISTA-MEDICOES.
            PERFORM LISTA-ALUNOS.
            PERFORM LISTA-RESPONSAVEIS.
            PERFORM LISTA-FREQUENCIA.
            PERFORM LISTA-FUNCIONARIOS.
            PERFORM LISTA-PAGAMENTOS.
            PERFORM LISTA-MOTORISTAS.
            PERFORM LISTA-MULTAS.
            PERFORM LISTA-ALTERACOES.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-QTD-TOTAL TO WS-QTD-EDIT.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL DE REGISTROS DO TITULAR: " WS-QTD-EDIT
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE SUBJECT-REPORT-FILE.

       LISTA-CLIENTES.
            MOVE "CUSTMASTER - CADASTRO DE CLIENTES: FORNECIMENTO,"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    FATURAMENTO E COBRANCA DA CONTA DE ENERGIA"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'C' TO WS-TESTE-TIPO
                        MOVE CU-CONTA TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE CUSTOMER-MASTER-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-FATURAS.
            MOVE "BILLHIST - HISTORICO DE FATURAS E PAGAMENTOS DA"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    CONTA (RETIDO PARA FINS FISCAIS E CONTABEIS)"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BILLING-HISTORY-FILE.
            IF WS-FS-BILLHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BILLING-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'C' TO WS-TESTE-TIPO
                        MOVE BH-CONTA TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE BILLING-HISTORY-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-PACIENTES.
            MOVE "PATMASTER - CADASTRO DE PACIENTES: ATENDIMENTO,"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    RISCO CLINICO, CONVENIO E SAUDE OCUPACIONAL"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
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
                        MOVE 'P' TO WS-TESTE-TIPO
                        MOVE PT-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE PATIENT-MASTER-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PATMASTER = "10"
                CLOSE PATIENT-MASTER-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-MEDICOES.
            MOVE "BMIHIST - HISTORICO DE MEDICOES DE IMC PARA O"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    ACOMPANHAMENTO CLINICO E A CONVOCACAO DE RETORNO"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
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
                        MOVE 'P' TO WS-TESTE-TIPO
                        MOVE BM-PACIENTE-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE PATIENT-BMI-HISTORY-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BMIHIST = "10"
                CLOSE PATIENT-BMI-HISTORY-FILE
            END-IF
            PERFORM FECHA-SECAO.

      * The roster is keyed, so each student key is read directly.
       LISTA-ALUNOS.
            MOVE "STUDENTGR - CADASTRO ESCOLAR: NOTAS, SERIE E TURMA"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    DO ALUNO PARA BOLETIM E PROMOCAO" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR = "00"
                PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                        UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                    IF WS-CHV-TIPO(WS-CHV-SUB) = 'S'
                            OR (WS-CHV-TIPO(WS-CHV-SUB) = '*'
                                AND WS-TITULAR(11:10) = SPACES)
                        MOVE WS-CHV-VALOR(WS-CHV-SUB) TO STU-ID
                        READ STUDENT-GRADES-FILE
                            KEY IS STU-ID
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE STUDENT-GRADES-RECORD TO WS-LINHA
                                PERFORM GRAVA-REGISTRO
                        END-READ
                    END-IF
                END-PERFORM
                CLOSE STUDENT-GRADES-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-RESPONSAVEIS.
            MOVE "GUARDMST - RESPONSAVEIS PELO ALUNO: CONTATO,"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    CORRESPONDENCIA E RESPONSAVEL FINANCEIRO"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GUARDIAN-FILE.
            IF WS-FS-GUARDMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GUARDIAN-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'R' TO WS-TESTE-TIPO
                        MOVE GD-RESP-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'N'
                            MOVE 'S' TO WS-TESTE-TIPO
                            MOVE GD-STU-ID TO WS-TESTE-VALOR
                            PERFORM CONFERE-CHAVE
                        END-IF
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE GUARDIAN-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GUARDMST = "10"
                CLOSE GUARDIAN-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-FREQUENCIA.
            MOVE "ATTENDANCE - FREQUENCIA DIARIA DO ALUNO PARA O"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    CONTROLE DE FALTAS E O HISTORICO ESCOLAR"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
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
                        MOVE 'S' TO WS-TESTE-TIPO
                        MOVE ATD-STU-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE ATTENDANCE-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ATTENDANCE = "10"
                CLOSE ATTENDANCE-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-FUNCIONARIOS.
            MOVE "EMPMASTER - CADASTRO DE FUNCIONARIOS: LOTACAO E"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    FOLHA DE PAGAMENTO" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
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
                        MOVE 'E' TO WS-TESTE-TIPO
                        MOVE EM-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE EMPLOYEE-MASTER-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-PAGAMENTOS.
            MOVE "PAYREG - REGISTRO DE PAGAMENTOS DA FOLHA: BRUTO,"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    INSS, IRRF E LIQUIDO (OBRIGACAO TRABALHISTA)"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAY-REGISTER-FILE.
            IF WS-FS-PAYREG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAY-REGISTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'E' TO WS-TESTE-TIPO
                        MOVE RG-EMP-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE PAY-REGISTER-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYREG = "10"
                CLOSE PAY-REGISTER-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-MOTORISTAS.
            MOVE "DRIVERMST - CADASTRO DE MOTORISTAS: HABILITACAO,"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    EXAME TOXICOLOGICO E ESCALA DA FROTA" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DRIVER-MASTER-FILE.
            IF WS-FS-DRIVERMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DRIVER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'D' TO WS-TESTE-TIPO
                        MOVE DR-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE DRIVER-MASTER-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DRIVERMST = "10"
                CLOSE DRIVER-MASTER-FILE
            END-IF
            PERFORM FECHA-SECAO.

       LISTA-MULTAS.
            MOVE "CITATIONS - MULTAS DE TRANSITO DO MOTORISTA PARA"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    RECURSO, RESSARCIMENTO E PONTUACAO" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CITATIONS-FILE.
            IF WS-FS-CITATIONS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CITATIONS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE 'D' TO WS-TESTE-TIPO
                        MOVE CT-MOTORISTA-ID TO WS-TESTE-VALOR
                        PERFORM CONFERE-CHAVE
                        IF WS-CHAVE-ACHADA = 'S'
                            MOVE CITATIONS-RECORD TO WS-LINHA
                            PERFORM GRAVA-REGISTRO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CITATIONS = "10"
                CLOSE CITATIONS-FILE
            END-IF
            PERFORM FECHA-SECAO.

      * An entry belongs to the person when its key is one of
      * theirs on a file of that kind, or when either image carries
      * the document or key typed in.
       LISTA-ALTERACOES.
            MOVE "CHANGELOG - TRILHA DE ALTERACOES DOS CADASTROS COM"
                TO WS-LINHA.
            PERFORM ABRE-SECAO.
            MOVE "    IMAGEM ANTES/DEPOIS (CONTROLE E AUDITORIA)"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CHANGE-LOG-FILE.
            IF WS-FS-CHANGELOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CHANGE-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM CONFERE-ALTERACAO
                END-READ
            END-PERFORM.
            IF WS-FS-CHANGELOG = "10"
                CLOSE CHANGE-LOG-FILE
            END-IF
            PERFORM FECHA-SECAO.

       CONFERE-ALTERACAO.
            EVALUATE CG-ARQUIVO
             WHEN "CUSTMASTER" MOVE 'C' TO WS-TESTE-TIPO
             WHEN "PATMASTER"  MOVE 'P' TO WS-TESTE-TIPO
             WHEN "EMPMASTER"  MOVE 'E' TO WS-TESTE-TIPO
             WHEN "DRIVERMST"  MOVE 'D' TO WS-TESTE-TIPO
             WHEN "STUDENTGR"  MOVE 'S' TO WS-TESTE-TIPO
             WHEN "GUARDMST"   MOVE 'R' TO WS-TESTE-TIPO
             WHEN OTHER        MOVE '*' TO WS-TESTE-TIPO
            END-EVALUATE
            MOVE CG-CHAVE TO WS-TESTE-VALOR.
            PERFORM CONFERE-CHAVE.
            IF WS-CHAVE-ACHADA = 'N'
                MOVE 0 TO WS-OCORRENCIAS
                INSPECT CG-ANTES TALLYING WS-OCORRENCIAS
                    FOR ALL WS-TITULAR(1:WS-TITULAR-TAM)
                INSPECT CG-DEPOIS TALLYING WS-OCORRENCIAS
                    FOR ALL WS-TITULAR(1:WS-TITULAR-TAM)
                IF WS-OCORRENCIAS > 0
                    MOVE 'S' TO WS-CHAVE-ACHADA
                END-IF
            END-IF
            IF WS-CHAVE-ACHADA = 'S'
                MOVE SPACES TO WS-LINHA
                STRING CG-DATA " " CG-HORA " " CG-PROGRAMA " "
                    CG-OPERADOR " " CG-ARQUIVO " " CG-OPERACAO " "
                    CG-CHAVE
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-REGISTRO
                IF CG-ANTES NOT = SPACES
                    MOVE SPACES TO WS-LINHA
                    STRING "      ANTES  " CG-ANTES
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
                IF CG-DEPOIS NOT = SPACES
                    MOVE SPACES TO WS-LINHA
                    STRING "      DEPOIS " CG-DEPOIS
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-IF.

      * Caller leaves the section title in WS-LINHA.
       ABRE-SECAO.
            MOVE 0 TO WS-QTD-ARQUIVO.
            MOVE SPACES TO SUBJECT-REPORT-RECORD.
            WRITE SUBJECT-REPORT-RECORD.
            PERFORM GRAVA-LINHA.

       FECHA-SECAO.
            IF WS-QTD-ARQUIVO = 0
                MOVE "    NENHUM REGISTRO DO TITULAR NESTE ARQUIVO"
                    TO WS-LINHA
            ELSE
                MOVE WS-QTD-ARQUIVO TO WS-QTD-EDIT
                MOVE SPACES TO WS-LINHA
                STRING "    REGISTROS NESTE ARQUIVO: " WS-QTD-EDIT
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.

      * Caller leaves the record image in WS-LINHA.
       GRAVA-REGISTRO.
            MOVE WS-LINHA TO SUBJECT-REPORT-RECORD.
            MOVE SPACES TO WS-LINHA.
            STRING "  > " SUBJECT-REPORT-RECORD(1:96)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            ADD 1 TO WS-QTD-ARQUIVO.
            ADD 1 TO WS-QTD-TOTAL.

       GRAVA-LINHA.
            MOVE WS-LINHA TO SUBJECT-REPORT-RECORD.
            WRITE SUBJECT-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM SUBJACCESS.
