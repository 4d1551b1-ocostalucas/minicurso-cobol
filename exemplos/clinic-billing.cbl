      ******************************************************************
      * Author:
      * Date:
      * Purpose: bills the clinic's visits. Mode 1 keeps the
      *          PROCPRICE table - the price of each procedure per
      *          payer, PARTIC for private patients and one set per
      *          health plan (convenio). Mode 2 is the nightly run:
      *          every APPTS appointment APPTBOOK marked attended
      *          ('R') in the last few days and not yet charged is
      *          priced for the payer on the patient's PATMASTER
      *          record and written to CLINCHG - a private visit as
      *          paid at the desk, which CASHJRNL takes into the
      *          day's cash, a convenio visit as waiting for the
      *          insurer's monthly batch. Occupational exams
      *          (ASOCTL bookings) are the employer's and are not
      *          charged. Appointments that cannot be priced are
      *          listed on CLINDAY and retried the next night.
      *          Mode 3 builds the monthly CONVLOTE claim for one
      *          insurer: its charges up to the closed competence,
      *          plus the ones denied before, resubmitted. Mode 4
      *          posts the insurer's CONVRET return - paid, partly
      *          paid or denied (glosa) - and prints the CONVGLOSA
      *          denial report the desk works the resubmissions
      *          from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLINBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-MASTER-FILE ASSIGN TO "PATMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PATMASTER.
           SELECT APPOINTMENTS-FILE ASSIGN TO "APPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPTS.
           SELECT PROCEDURE-PRICE-FILE ASSIGN TO "PROCPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROCPRICE.
           SELECT CLINIC-CHARGE-FILE ASSIGN TO "CLINCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLINCHG.
           SELECT CLAIM-BATCH-FILE ASSIGN TO "CONVLOTE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLAIM-RETURN-FILE ASSIGN TO "CONVRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVRET.
           SELECT DAILY-CHARGE-REPORT-FILE ASSIGN TO "CLINDAY"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DENIAL-REPORT-FILE ASSIGN TO "CONVGLOSA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  APPOINTMENTS-FILE.
           COPY "appts.cpy".

       FD  PROCEDURE-PRICE-FILE.
           COPY "procprc.cpy".

       FD  CLINIC-CHARGE-FILE.
           COPY "clinchg.cpy".

       FD  CLAIM-BATCH-FILE.
           COPY "convlote.cpy".

       FD  CLAIM-RETURN-FILE.
           COPY "convret.cpy".

       FD  DAILY-CHARGE-REPORT-FILE.
       01  DAILY-CHARGE-REPORT-RECORD PIC X(100).

       FD  DENIAL-REPORT-FILE.
       01  DENIAL-REPORT-RECORD     PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-FS-PATMASTER PIC X(2).
           77 WS-FS-APPTS PIC X(2).
           77 WS-FS-PROCPRICE PIC X(2).
           77 WS-FS-CLINCHG PIC X(2).
           77 WS-FS-CONVRET PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
      * How far back the nightly run looks for attended visits not
      * yet charged, so a night the run did not go is picked up by
      * the next one; retuned here when asked.
           77 WS-JANELA-DIAS PIC 9(3) VALUE 7.
           77 WS-DATA-INICIO PIC 9(8).
           77 WS-COMPETENCIA-ENTRADA PIC X(6).
           77 WS-COMPETENCIA PIC 9(6).
           77 WS-COMP-ANO PIC 9(4).
           77 WS-COMP-MES PIC 9(2).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           01 WS-TABELA-PACIENTES.
               05 WS-PAC-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-PAC-IX.
                   10 WS-PAC-ID         PIC X(10).
                   10 WS-PAC-PAGADOR    PIC X(6).
                   10 WS-PAC-CARTEIRA   PIC X(20).
           77 WS-PAC-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAC-SUB PIC 9(3).
           77 WS-PAC-ACHOU PIC X(1).
           01 WS-TABELA-PRECOS.
               05 WS-PRC-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-PRC-IX.
                   10 WS-PRC-PAGADOR    PIC X(6).
                   10 WS-PRC-PROCEDIMENTO PIC X(8).
                   10 WS-PRC-DESCRICAO  PIC X(20).
                   10 WS-PRC-VALOR      PIC 9(6)V99.
           77 WS-PRC-TOTAL PIC 9(3) VALUE 0.
           77 WS-PRC-SUB PIC 9(3).
           77 WS-PRC-ACHOU PIC X(1).
           77 WS-PRC-ESTOUROU PIC X(1) VALUE 'N'.
      * The whole CLINCHG file: the nightly run checks it for visits
      * already charged, the batch and the return rewrite it with
      * the status each charge moved to.
           01 WS-TABELA-COBRANCAS.
               05 WS-COB-ENTRADA OCCURS 1000 TIMES
                       INDEXED BY WS-COB-IX.
                   10 WS-COB-PACIENTE   PIC X(10).
                   10 WS-COB-DATA       PIC 9(8).
                   10 WS-COB-HORA       PIC 9(4).
                   10 WS-COB-PROCEDIMENTO PIC X(8).
                   10 WS-COB-PAGADOR    PIC X(6).
                   10 WS-COB-CARTEIRA   PIC X(20).
                   10 WS-COB-VALOR      PIC 9(6)V99.
                   10 WS-COB-STATUS     PIC X(1).
                   10 WS-COB-COMPETENCIA PIC 9(6).
                   10 WS-COB-VALOR-PAGO PIC 9(6)V99.
                   10 WS-COB-GLOSA      PIC X(4).
                   10 WS-COB-DATA-BAIXA PIC 9(8).
           77 WS-COB-TOTAL PIC 9(4) VALUE 0.
           77 WS-COB-SUB PIC 9(4).
           77 WS-COB-ACHOU PIC X(1).
           77 WS-COB-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-COB-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-PAGADOR-ENTRADA PIC X(6).
           77 WS-PROCEDIMENTO-ENTRADA PIC X(8).
           77 WS-DESCRICAO-ENTRADA PIC X(20).
           77 WS-VALOR-ENTRADA PIC 9(6)V99.
           77 WS-PROCEDIMENTO PIC X(8).
           77 WS-MOTIVO-EXCECAO PIC X(30).
           77 WS-REAPRESENTACAO PIC X(1).
           77 WS-IMAGEM PIC X(80).
           77 WS-VALOR-GLOSADO PIC 9(6)V99.
           77 WS-QTD-PARTICULAR PIC 9(4) VALUE 0.
           77 WS-TOT-PARTICULAR PIC 9(8)V99 VALUE 0.
           77 WS-QTD-CONVENIO PIC 9(4) VALUE 0.
           77 WS-TOT-CONVENIO PIC 9(8)V99 VALUE 0.
           77 WS-QTD-OCUPACIONAL PIC 9(4) VALUE 0.
           77 WS-QTD-EXCECOES PIC 9(4) VALUE 0.
           77 WS-QTD-LOTE PIC 9(5) VALUE 0.
           77 WS-TOT-LOTE PIC 9(8)V99 VALUE 0.
           77 WS-QTD-REAPRESENTADAS PIC 9(4) VALUE 0.
           77 WS-QTD-PAGAS PIC 9(4) VALUE 0.
           77 WS-TOT-PAGO PIC 9(8)V99 VALUE 0.
           77 WS-QTD-GLOSADAS PIC 9(4) VALUE 0.
           77 WS-TOT-GLOSADO PIC 9(8)V99 VALUE 0.
           77 WS-QTD-SEM-COBRANCA PIC 9(4) VALUE 0.
           77 WS-ED-VALOR PIC ZZZZZ9.99.
           77 WS-ED-PAGO PIC ZZZZZ9.99.
           77 WS-ED-GLOSADO PIC ZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-LINHA PIC X(100).
           77 WS-FS-CHANGELOG PIC X(2).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "CLINBILL".

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
            DISPLAY "1 - TABELA DE PRECOS POR PAGADOR (PROCPRICE)"
            DISPLAY "2 - COBRANCA DOS ATENDIMENTOS (NOTURNO)"
            DISPLAY "3 - LOTE MENSAL DO CONVENIO (CONVLOTE)"
            DISPLAY "4 - RETORNO DO CONVENIO (CONVRET)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM MANTEM-PRECOS
                     MOVE "MODO 1 - TABELA DE PRECOS" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM COBRA-ATENDIMENTOS
                     MOVE "MODO 2 - COBRANCA NOTURNA" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM GERA-LOTE-CONVENIO
                     MOVE "MODO 3 - LOTE DO CONVENIO" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM PROCESSA-RETORNO
                     MOVE "MODO 4 - RETORNO DO CONVENIO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

      * A patient keyed before the payer was carried is private.
       CARREGA-PACIENTES.
            MOVE 0 TO WS-PAC-TOTAL.
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
                        IF WS-PAC-TOTAL < 100
                            ADD 1 TO WS-PAC-TOTAL
                            MOVE PT-ID TO WS-PAC-ID(WS-PAC-TOTAL)
                            MOVE PT-PAGADOR TO
                                WS-PAC-PAGADOR(WS-PAC-TOTAL)
                            MOVE PT-CARTEIRA TO
                                WS-PAC-CARTEIRA(WS-PAC-TOTAL)
                            IF PT-PAGADOR = SPACES
                                MOVE "PARTIC" TO
                                    WS-PAC-PAGADOR(WS-PAC-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PATMASTER = "10"
                CLOSE PATIENT-MASTER-FILE
            END-IF.

       LOCALIZA-PACIENTE.
            MOVE 'N' TO WS-PAC-ACHOU.
            PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                    UNTIL WS-PAC-SUB > WS-PAC-TOTAL
                    OR WS-PAC-ACHOU = 'S'
                IF WS-PAC-ID(WS-PAC-SUB) = AG-PACIENTE
                    MOVE 'S' TO WS-PAC-ACHOU
                    SUBTRACT 1 FROM WS-PAC-SUB
                END-IF
            END-PERFORM.

       CARREGA-PRECOS.
            MOVE 0 TO WS-PRC-TOTAL.
            MOVE 'N' TO WS-PRC-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PROCEDURE-PRICE-FILE.
            IF WS-FS-PROCPRICE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PROCEDURE-PRICE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PRC-TOTAL < 200
                            ADD 1 TO WS-PRC-TOTAL
                            MOVE PP-PAGADOR TO
                                WS-PRC-PAGADOR(WS-PRC-TOTAL)
                            MOVE PP-PROCEDIMENTO TO
                                WS-PRC-PROCEDIMENTO(WS-PRC-TOTAL)
                            MOVE PP-DESCRICAO TO
                                WS-PRC-DESCRICAO(WS-PRC-TOTAL)
                            MOVE PP-VALOR TO
                                WS-PRC-VALOR(WS-PRC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-PRC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PROCPRICE = "10"
                CLOSE PROCEDURE-PRICE-FILE
            END-IF.

       LOCALIZA-PRECO.
            MOVE 'N' TO WS-PRC-ACHOU.
            PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                    UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                    OR WS-PRC-ACHOU = 'S'
                IF WS-PRC-PAGADOR(WS-PRC-SUB) = WS-PAGADOR-ENTRADA
                        AND WS-PRC-PROCEDIMENTO(WS-PRC-SUB) =
                            WS-PROCEDIMENTO-ENTRADA
                    MOVE 'S' TO WS-PRC-ACHOU
                    SUBTRACT 1 FROM WS-PRC-SUB
                END-IF
            END-PERFORM.

       MANTEM-PRECOS.
            PERFORM CARREGA-PRECOS.
            DISPLAY "1 - LISTAR / 2 - INCLUIR OU ALTERAR"
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
             WHEN 1
                PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                        UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                    MOVE WS-PRC-VALOR(WS-PRC-SUB) TO WS-ED-VALOR
                    DISPLAY WS-PRC-PAGADOR(WS-PRC-SUB) " "
      -                 WS-PRC-PROCEDIMENTO(WS-PRC-SUB) " "
      -                 WS-PRC-DESCRICAO(WS-PRC-SUB) " VALOR "
      -                 WS-ED-VALOR
                END-PERFORM
             WHEN 2
                IF WS-PRC-ESTOUROU = 'S'
                    DISPLAY "PROCPRICE EXCEDE 200 PRECOS - "
      -                 "MANUTENCAO SUSPENSA"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM INCLUI-ALTERA-PRECO
                END-IF
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.

       INCLUI-ALTERA-PRECO.
            DISPLAY "PAGADOR (PARTIC OU CODIGO DO CONVENIO):"
            ACCEPT WS-PAGADOR-ENTRADA
            DISPLAY "PROCEDIMENTO (CONSULTA, RETORNO...):"
            ACCEPT WS-PROCEDIMENTO-ENTRADA
            DISPLAY "DESCRICAO:"
            ACCEPT WS-DESCRICAO-ENTRADA
            DISPLAY "VALOR:"
            MOVE 0 TO WS-VALOR-ENTRADA
            ACCEPT WS-VALOR-ENTRADA
            EVALUATE TRUE
             WHEN WS-PAGADOR-ENTRADA = SPACES
                DISPLAY "PAGADOR EM BRANCO - RECUSADO"
             WHEN WS-PROCEDIMENTO-ENTRADA = SPACES
                DISPLAY "PROCEDIMENTO EM BRANCO - RECUSADO"
             WHEN WS-VALOR-ENTRADA = 0
                DISPLAY "VALOR ZERADO - RECUSADO"
             WHEN OTHER
                PERFORM GRAVA-PRECO
            END-EVALUATE.

       GRAVA-PRECO.
            PERFORM LOCALIZA-PRECO.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-PRC-ACHOU = 'S'
                MOVE WS-PRC-VALOR(WS-PRC-SUB) TO WS-ED-VALOR
                MOVE SPACES TO WS-IMAGEM
                STRING WS-PRC-PAGADOR(WS-PRC-SUB) ";"
                    WS-PRC-PROCEDIMENTO(WS-PRC-SUB) ";"
                    WS-PRC-DESCRICAO(WS-PRC-SUB) ";" WS-ED-VALOR
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                IF WS-PRC-TOTAL < 200
                    ADD 1 TO WS-PRC-TOTAL
                    MOVE WS-PRC-TOTAL TO WS-PRC-SUB
                    MOVE WS-PAGADOR-ENTRADA TO
                        WS-PRC-PAGADOR(WS-PRC-SUB)
                    MOVE WS-PROCEDIMENTO-ENTRADA TO
                        WS-PRC-PROCEDIMENTO(WS-PRC-SUB)
                    MOVE "I" TO WS-CHG-OPERACAO
                    MOVE 'S' TO WS-PRC-ACHOU
                ELSE
                    DISPLAY "PROCPRICE CHEIO - RECUSADO"
                END-IF
            END-IF
            IF WS-PRC-ACHOU = 'S'
                MOVE WS-DESCRICAO-ENTRADA TO
                    WS-PRC-DESCRICAO(WS-PRC-SUB)
                MOVE WS-VALOR-ENTRADA TO WS-PRC-VALOR(WS-PRC-SUB)
                MOVE WS-VALOR-ENTRADA TO WS-ED-VALOR
                MOVE SPACES TO WS-IMAGEM
                STRING WS-PAGADOR-ENTRADA ";" WS-PROCEDIMENTO-ENTRADA
                    ";" WS-DESCRICAO-ENTRADA ";" WS-ED-VALOR
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-DEPOIS
                MOVE "PROCPRICE" TO WS-CHG-ARQUIVO
                MOVE WS-PROCEDIMENTO-ENTRADA TO WS-CHG-CHAVE
                PERFORM REGRAVA-PRECOS
                PERFORM GRAVA-CHANGELOG
                DISPLAY "PRECO GRAVADO"
            END-IF.

       REGRAVA-PRECOS.
            OPEN OUTPUT PROCEDURE-PRICE-FILE.
            PERFORM VARYING WS-PRC-IX FROM 1 BY 1
                    UNTIL WS-PRC-IX > WS-PRC-TOTAL
                MOVE SPACES TO PROCEDURE-PRICE-RECORD
                MOVE WS-PRC-PAGADOR(WS-PRC-IX) TO PP-PAGADOR
                MOVE WS-PRC-PROCEDIMENTO(WS-PRC-IX) TO
                    PP-PROCEDIMENTO
                MOVE WS-PRC-DESCRICAO(WS-PRC-IX) TO PP-DESCRICAO
                MOVE WS-PRC-VALOR(WS-PRC-IX) TO PP-VALOR
                WRITE PROCEDURE-PRICE-RECORD
            END-PERFORM.
            CLOSE PROCEDURE-PRICE-FILE.

       CARREGA-COBRANCAS.
            MOVE 0 TO WS-COB-TOTAL.
            MOVE 'N' TO WS-COB-ESTOUROU.
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
                        IF WS-COB-TOTAL < 1000
                            ADD 1 TO WS-COB-TOTAL
                            PERFORM GUARDA-COBRANCA
                        ELSE
                            MOVE 'S' TO WS-COB-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CLINCHG = "10"
                CLOSE CLINIC-CHARGE-FILE
            END-IF.

       GUARDA-COBRANCA.
            MOVE CC-PACIENTE TO WS-COB-PACIENTE(WS-COB-TOTAL).
            MOVE CC-DATA TO WS-COB-DATA(WS-COB-TOTAL).
            MOVE CC-HORA TO WS-COB-HORA(WS-COB-TOTAL).
            MOVE CC-PROCEDIMENTO TO WS-COB-PROCEDIMENTO(WS-COB-TOTAL).
            MOVE CC-PAGADOR TO WS-COB-PAGADOR(WS-COB-TOTAL).
            MOVE CC-CARTEIRA TO WS-COB-CARTEIRA(WS-COB-TOTAL).
            MOVE CC-VALOR TO WS-COB-VALOR(WS-COB-TOTAL).
            MOVE CC-STATUS TO WS-COB-STATUS(WS-COB-TOTAL).
            MOVE CC-COMPETENCIA TO WS-COB-COMPETENCIA(WS-COB-TOTAL).
            MOVE CC-VALOR-PAGO TO WS-COB-VALOR-PAGO(WS-COB-TOTAL).
            MOVE CC-GLOSA TO WS-COB-GLOSA(WS-COB-TOTAL).
            MOVE CC-DATA-BAIXA TO WS-COB-DATA-BAIXA(WS-COB-TOTAL).

       REGRAVA-COBRANCAS.
            OPEN OUTPUT CLINIC-CHARGE-FILE.
            PERFORM VARYING WS-COB-IX FROM 1 BY 1
                    UNTIL WS-COB-IX > WS-COB-TOTAL
                MOVE SPACES TO CLINIC-CHARGE-RECORD
                MOVE WS-COB-PACIENTE(WS-COB-IX) TO CC-PACIENTE
                MOVE WS-COB-DATA(WS-COB-IX) TO CC-DATA
                MOVE WS-COB-HORA(WS-COB-IX) TO CC-HORA
                MOVE WS-COB-PROCEDIMENTO(WS-COB-IX) TO
                    CC-PROCEDIMENTO
                MOVE WS-COB-PAGADOR(WS-COB-IX) TO CC-PAGADOR
                MOVE WS-COB-CARTEIRA(WS-COB-IX) TO CC-CARTEIRA
                MOVE WS-COB-VALOR(WS-COB-IX) TO CC-VALOR
                MOVE WS-COB-STATUS(WS-COB-IX) TO CC-STATUS
                MOVE WS-COB-COMPETENCIA(WS-COB-IX) TO CC-COMPETENCIA
                MOVE WS-COB-VALOR-PAGO(WS-COB-IX) TO CC-VALOR-PAGO
                MOVE WS-COB-GLOSA(WS-COB-IX) TO CC-GLOSA
                MOVE WS-COB-DATA-BAIXA(WS-COB-IX) TO CC-DATA-BAIXA
                WRITE CLINIC-CHARGE-RECORD
            END-PERFORM.
            CLOSE CLINIC-CHARGE-FILE.

      * CLINCHG is rewritten whole, so a file too big for the table
      * stops the run rather than losing charges; the same for a
      * price table that did not fit.
       COBRA-ATENDIMENTOS.
            PERFORM CARREGA-COBRANCAS.
            PERFORM CARREGA-PRECOS.
            EVALUATE TRUE
             WHEN WS-COB-ESTOUROU = 'S'
                DISPLAY "CLINCHG EXCEDE 1000 COBRANCAS - "
      -             "COBRANCA SUSPENSA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-PRC-ESTOUROU = 'S'
                DISPLAY "PROCPRICE EXCEDE 200 PRECOS - "
      -             "COBRANCA SUSPENSA"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM CARREGA-PACIENTES
                PERFORM COBRA-ATENDIMENTOS-VALIDO
            END-EVALUATE.

       COBRA-ATENDIMENTOS-VALIDO.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT WS-JANELA-DIAS FROM WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-INICIO.
            MOVE 'N' TO WS-COB-ALTERADO.
            OPEN OUTPUT DAILY-CHARGE-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "COBRANCA DE ATENDIMENTOS - " WS-DATA-REF
                " (ATENDIDOS DESDE " WS-DATA-INICIO ")"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DIA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT APPOINTMENTS-FILE.
            IF WS-FS-APPTS NOT = "00"
                DISPLAY "APPTS NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ APPOINTMENTS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF AG-STATUS = 'R'
                                AND AG-DATA >= WS-DATA-INICIO
                                AND AG-DATA <= WS-DATA-REF
                            PERFORM COBRA-UM-ATENDIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-APPTS = "10"
                CLOSE APPOINTMENTS-FILE
            END-IF
            IF WS-COB-ALTERADO = 'S'
                PERFORM REGRAVA-COBRANCAS
            END-IF
            MOVE WS-TOT-PARTICULAR TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "PARTICULARES (CAIXA).: " WS-QTD-PARTICULAR
                "  " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DIA.
            MOVE WS-TOT-CONVENIO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "CONVENIOS (A FATURAR): " WS-QTD-CONVENIO
                "  " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DIA.
            MOVE SPACES TO WS-LINHA.
            STRING "EXAMES OCUPACIONAIS..: " WS-QTD-OCUPACIONAL
                "  (CONTRATO DA EMPRESA, NAO COBRADOS)"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DIA.
            MOVE SPACES TO WS-LINHA.
            STRING "NAO COBRADOS.........: " WS-QTD-EXCECOES
                "  (NOVA TENTATIVA NA PROXIMA NOITE)"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DIA.
            CLOSE DAILY-CHARGE-REPORT-FILE.
            IF WS-QTD-EXCECOES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       COBRA-UM-ATENDIMENTO.
            MOVE 'N' TO WS-COB-ACHOU.
            PERFORM VARYING WS-COB-SUB FROM 1 BY 1
                    UNTIL WS-COB-SUB > WS-COB-TOTAL
                    OR WS-COB-ACHOU = 'S'
                IF WS-COB-PACIENTE(WS-COB-SUB) = AG-PACIENTE
                        AND WS-COB-DATA(WS-COB-SUB) = AG-DATA
                        AND WS-COB-HORA(WS-COB-SUB) = AG-HORA
                    MOVE 'S' TO WS-COB-ACHOU
                END-IF
            END-PERFORM.
            MOVE AG-PROCEDIMENTO TO WS-PROCEDIMENTO.
            IF WS-PROCEDIMENTO = SPACES
                MOVE "CONSULTA" TO WS-PROCEDIMENTO
            END-IF
            MOVE SPACES TO WS-MOTIVO-EXCECAO.
            EVALUATE TRUE
             WHEN WS-COB-ACHOU = 'S'
                CONTINUE
             WHEN AG-PROCEDIMENTO = "ASO"
                OR AG-MOTIVO(1:4) = "ASO "
                ADD 1 TO WS-QTD-OCUPACIONAL
             WHEN OTHER
                PERFORM LOCALIZA-PACIENTE
                IF WS-PAC-ACHOU = 'N'
                    MOVE "PACIENTE SEM CADASTRO" TO WS-MOTIVO-EXCECAO
                ELSE
                    MOVE WS-PAC-PAGADOR(WS-PAC-SUB) TO
                        WS-PAGADOR-ENTRADA
                    MOVE WS-PROCEDIMENTO TO WS-PROCEDIMENTO-ENTRADA
                    PERFORM LOCALIZA-PRECO
                    EVALUATE TRUE
                     WHEN WS-PRC-ACHOU = 'N'
                        MOVE "SEM PRECO PARA O PAGADOR" TO
                            WS-MOTIVO-EXCECAO
                     WHEN WS-COB-TOTAL >= 1000
                        MOVE "CLINCHG CHEIO" TO WS-MOTIVO-EXCECAO
                     WHEN OTHER
                        PERFORM GRAVA-COBRANCA-NOVA
                    END-EVALUATE
                END-IF
            END-EVALUATE.
            IF WS-MOTIVO-EXCECAO NOT = SPACES
                ADD 1 TO WS-QTD-EXCECOES
                MOVE SPACES TO WS-LINHA
                STRING "NAO COBRADO " AG-PACIENTE " " AG-DATA " "
                    AG-HORA " " WS-PROCEDIMENTO " - "
                    WS-MOTIVO-EXCECAO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-DIA
            END-IF.

      * A private visit is paid at the desk the day it happens; a
      * health-plan visit waits for the insurer's batch.
       GRAVA-COBRANCA-NOVA.
            ADD 1 TO WS-COB-TOTAL.
            MOVE WS-COB-TOTAL TO WS-COB-SUB.
            MOVE AG-PACIENTE TO WS-COB-PACIENTE(WS-COB-SUB).
            MOVE AG-DATA TO WS-COB-DATA(WS-COB-SUB).
            MOVE AG-HORA TO WS-COB-HORA(WS-COB-SUB).
            MOVE WS-PROCEDIMENTO TO WS-COB-PROCEDIMENTO(WS-COB-SUB).
            MOVE WS-PAGADOR-ENTRADA TO WS-COB-PAGADOR(WS-COB-SUB).
            MOVE WS-PAC-CARTEIRA(WS-PAC-SUB) TO
                WS-COB-CARTEIRA(WS-COB-SUB).
            MOVE WS-PRC-VALOR(WS-PRC-SUB) TO WS-COB-VALOR(WS-COB-SUB).
            MOVE AG-DATA(1:6) TO WS-COB-COMPETENCIA(WS-COB-SUB).
            MOVE SPACES TO WS-COB-GLOSA(WS-COB-SUB).
            IF WS-PAGADOR-ENTRADA = "PARTIC"
                MOVE 'P' TO WS-COB-STATUS(WS-COB-SUB)
                MOVE WS-PRC-VALOR(WS-PRC-SUB) TO
                    WS-COB-VALOR-PAGO(WS-COB-SUB)
                MOVE AG-DATA TO WS-COB-DATA-BAIXA(WS-COB-SUB)
                ADD 1 TO WS-QTD-PARTICULAR
                ADD WS-PRC-VALOR(WS-PRC-SUB) TO WS-TOT-PARTICULAR
            ELSE
                MOVE 'A' TO WS-COB-STATUS(WS-COB-SUB)
                MOVE 0 TO WS-COB-VALOR-PAGO(WS-COB-SUB)
                MOVE 0 TO WS-COB-DATA-BAIXA(WS-COB-SUB)
                ADD 1 TO WS-QTD-CONVENIO
                ADD WS-PRC-VALOR(WS-PRC-SUB) TO WS-TOT-CONVENIO
            END-IF
            MOVE 'S' TO WS-COB-ALTERADO.
            MOVE WS-PRC-VALOR(WS-PRC-SUB) TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING "COBRADO " AG-PACIENTE " " AG-DATA " " AG-HORA
                " " WS-PROCEDIMENTO " " WS-PAGADOR-ENTRADA " "
                WS-ED-VALOR
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-DIA.

      * One insurer per run. Its charges still waiting, up to the
      * closed competence, go out with the ones it denied before
      * (resubmitted, flagged on the detail); each moves to 'E'
      * under the batch competence until the return comes back.
       GERA-LOTE-CONVENIO.
            DISPLAY "CODIGO DO CONVENIO:"
            ACCEPT WS-PAGADOR-ENTRADA
            DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ENTER = MES "
      -         "ANTERIOR):"
            ACCEPT WS-COMPETENCIA-ENTRADA
            IF WS-COMPETENCIA-ENTRADA = SPACES
                MOVE WS-DATA-REF(1:4) TO WS-COMP-ANO
                MOVE WS-DATA-REF(5:2) TO WS-COMP-MES
                IF WS-COMP-MES = 1
                    MOVE 12 TO WS-COMP-MES
                    SUBTRACT 1 FROM WS-COMP-ANO
                ELSE
                    SUBTRACT 1 FROM WS-COMP-MES
                END-IF
                COMPUTE WS-COMPETENCIA = WS-COMP-ANO * 100
                    + WS-COMP-MES
            ELSE
                MOVE WS-COMPETENCIA-ENTRADA TO WS-COMPETENCIA
            END-IF
            PERFORM CARREGA-COBRANCAS
            EVALUATE TRUE
             WHEN WS-PAGADOR-ENTRADA = SPACES
                     OR WS-PAGADOR-ENTRADA = "PARTIC"
                DISPLAY "INFORME O CODIGO DE UM CONVENIO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-COMPETENCIA-ENTRADA NOT = SPACES
                     AND WS-COMPETENCIA-ENTRADA NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-COMPETENCIA NOT < WS-DATA-REF(1:6)
                DISPLAY "COMPETENCIA AINDA NAO ENCERRADA: "
      -             WS-COMPETENCIA
                MOVE 8 TO RETURN-CODE
             WHEN WS-COB-ESTOUROU = 'S'
                DISPLAY "CLINCHG EXCEDE 1000 COBRANCAS - "
      -             "LOTE SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM GERA-LOTE-VALIDO
            END-EVALUATE.

       GERA-LOTE-VALIDO.
            OPEN OUTPUT CLAIM-BATCH-FILE.
            MOVE SPACES TO CLAIM-HEADER-REC.
            MOVE 'H' TO LH-TIPO.
            MOVE WS-PAGADOR-ENTRADA TO LH-PAGADOR.
            MOVE WS-COMPETENCIA TO LH-COMPETENCIA.
            MOVE WS-DATA-REF TO LH-DATA-GERACAO.
            WRITE CLAIM-HEADER-REC.
            PERFORM VARYING WS-COB-SUB FROM 1 BY 1
                    UNTIL WS-COB-SUB > WS-COB-TOTAL
                IF WS-COB-PAGADOR(WS-COB-SUB) = WS-PAGADOR-ENTRADA
                    EVALUATE TRUE
                     WHEN WS-COB-STATUS(WS-COB-SUB) = 'A'
                             AND WS-COB-DATA(WS-COB-SUB)(1:6) <=
                                 WS-COMPETENCIA
                        MOVE 'N' TO WS-REAPRESENTACAO
                        PERFORM GRAVA-ITEM-LOTE
                     WHEN WS-COB-STATUS(WS-COB-SUB) = 'N'
                        MOVE 'S' TO WS-REAPRESENTACAO
                        ADD 1 TO WS-QTD-REAPRESENTADAS
                        PERFORM GRAVA-ITEM-LOTE
                    END-EVALUATE
                END-IF
            END-PERFORM.
            MOVE SPACES TO CLAIM-TRAILER-REC.
            MOVE 'T' TO LT-TIPO.
            MOVE WS-QTD-LOTE TO LT-QTD-ITENS.
            MOVE WS-TOT-LOTE TO LT-VALOR-TOTAL.
            WRITE CLAIM-TRAILER-REC.
            CLOSE CLAIM-BATCH-FILE.
            IF WS-QTD-LOTE > 0
                PERFORM REGRAVA-COBRANCAS
            END-IF
            MOVE WS-TOT-LOTE TO WS-ED-TOTAL.
            DISPLAY "LOTE " WS-PAGADOR-ENTRADA " COMPETENCIA "
      -         WS-COMPETENCIA ": " WS-QTD-LOTE " ITENS, "
      -         WS-ED-TOTAL.
            DISPLAY "REAPRESENTADOS APOS GLOSA: "
      -         WS-QTD-REAPRESENTADAS.

       GRAVA-ITEM-LOTE.
            MOVE SPACES TO CLAIM-DETAIL-REC.
            MOVE 'D' TO LD-TIPO.
            MOVE WS-COB-CARTEIRA(WS-COB-SUB) TO LD-CARTEIRA.
            MOVE WS-COB-PACIENTE(WS-COB-SUB) TO LD-PACIENTE.
            MOVE WS-COB-DATA(WS-COB-SUB) TO LD-DATA.
            MOVE WS-COB-HORA(WS-COB-SUB) TO LD-HORA.
            MOVE WS-COB-PROCEDIMENTO(WS-COB-SUB) TO LD-PROCEDIMENTO.
            MOVE WS-COB-VALOR(WS-COB-SUB) TO LD-VALOR.
            MOVE WS-REAPRESENTACAO TO LD-REAPRESENTACAO.
            WRITE CLAIM-DETAIL-REC.
            MOVE 'E' TO WS-COB-STATUS(WS-COB-SUB).
            MOVE WS-COMPETENCIA TO WS-COB-COMPETENCIA(WS-COB-SUB).
            MOVE SPACES TO WS-COB-GLOSA(WS-COB-SUB).
            ADD 1 TO WS-QTD-LOTE.
            ADD WS-COB-VALOR(WS-COB-SUB) TO WS-TOT-LOTE.

      * Each returned item is matched to the charge sent by payer,
      * card, date and slot. Paid in full closes it; a partial
      * payment closes it too with the difference reported as a
      * partial denial for appeal; nothing paid leaves it glosada,
      * to go back on the next batch.
       PROCESSA-RETORNO.
            PERFORM CARREGA-COBRANCAS
            IF WS-COB-ESTOUROU = 'S'
                DISPLAY "CLINCHG EXCEDE 1000 COBRANCAS - "
      -             "RETORNO SUSPENSO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM PROCESSA-RETORNO-VALIDO
            END-IF.

       PROCESSA-RETORNO-VALIDO.
            OPEN OUTPUT DENIAL-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "GLOSAS DO RETORNO DE CONVENIO - " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-GLOSA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CLAIM-RETURN-FILE.
            IF WS-FS-CONVRET NOT = "00"
                DISPLAY "CONVRET NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CLAIM-RETURN-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM BAIXA-UM-ITEM
                END-READ
            END-PERFORM.
            IF WS-FS-CONVRET = "10"
                CLOSE CLAIM-RETURN-FILE
            END-IF
            IF WS-QTD-PAGAS > 0 OR WS-QTD-GLOSADAS > 0
                PERFORM REGRAVA-COBRANCAS
            END-IF
            MOVE WS-TOT-PAGO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "ITENS PAGOS..........: " WS-QTD-PAGAS "  "
                WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-GLOSA.
            MOVE WS-TOT-GLOSADO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "ITENS COM GLOSA......: " WS-QTD-GLOSADAS "  "
                WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-GLOSA.
            MOVE SPACES TO WS-LINHA.
            STRING "ITENS SEM COBRANCA...: " WS-QTD-SEM-COBRANCA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-GLOSA.
            CLOSE DENIAL-REPORT-FILE.
            IF WS-QTD-GLOSADAS > 0 OR WS-QTD-SEM-COBRANCA > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       BAIXA-UM-ITEM.
            MOVE 'N' TO WS-COB-ACHOU.
            PERFORM VARYING WS-COB-SUB FROM 1 BY 1
                    UNTIL WS-COB-SUB > WS-COB-TOTAL
                    OR WS-COB-ACHOU = 'S'
                IF WS-COB-PAGADOR(WS-COB-SUB) = RT-PAGADOR
                        AND WS-COB-CARTEIRA(WS-COB-SUB) = RT-CARTEIRA
                        AND WS-COB-DATA(WS-COB-SUB) = RT-DATA
                        AND WS-COB-HORA(WS-COB-SUB) = RT-HORA
                        AND WS-COB-STATUS(WS-COB-SUB) = 'E'
                    MOVE 'S' TO WS-COB-ACHOU
                    SUBTRACT 1 FROM WS-COB-SUB
                END-IF
            END-PERFORM.
            IF WS-COB-ACHOU = 'N'
                ADD 1 TO WS-QTD-SEM-COBRANCA
                MOVE SPACES TO WS-LINHA
                STRING "SEM COBRANCA ENVIADA " RT-PAGADOR " "
                    RT-CARTEIRA " " RT-DATA " " RT-HORA
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-GLOSA
            ELSE
                MOVE RT-VALOR-PAGO TO WS-COB-VALOR-PAGO(WS-COB-SUB)
                MOVE WS-DATA-REF TO WS-COB-DATA-BAIXA(WS-COB-SUB)
                MOVE RT-GLOSA TO WS-COB-GLOSA(WS-COB-SUB)
                MOVE 0 TO WS-VALOR-GLOSADO
                IF RT-VALOR-PAGO < WS-COB-VALOR(WS-COB-SUB)
                    COMPUTE WS-VALOR-GLOSADO =
                        WS-COB-VALOR(WS-COB-SUB) - RT-VALOR-PAGO
                END-IF
                IF RT-VALOR-PAGO = 0
                    MOVE 'N' TO WS-COB-STATUS(WS-COB-SUB)
                    IF RT-GLOSA = SPACES
                        MOVE "GLOS" TO WS-COB-GLOSA(WS-COB-SUB)
                    END-IF
                ELSE
                    MOVE 'G' TO WS-COB-STATUS(WS-COB-SUB)
                    ADD 1 TO WS-QTD-PAGAS
                    ADD RT-VALOR-PAGO TO WS-TOT-PAGO
                END-IF
                IF WS-VALOR-GLOSADO > 0
                    ADD 1 TO WS-QTD-GLOSADAS
                    ADD WS-VALOR-GLOSADO TO WS-TOT-GLOSADO
                    PERFORM IMPRIME-GLOSA
                END-IF
            END-IF.

       IMPRIME-GLOSA.
            MOVE WS-COB-VALOR(WS-COB-SUB) TO WS-ED-VALOR.
            MOVE WS-VALOR-GLOSADO TO WS-ED-GLOSADO.
            MOVE SPACES TO WS-LINHA.
            STRING WS-COB-PAGADOR(WS-COB-SUB) " "
                WS-COB-CARTEIRA(WS-COB-SUB) " "
                WS-COB-PACIENTE(WS-COB-SUB) " "
                WS-COB-DATA(WS-COB-SUB) " "
                WS-COB-HORA(WS-COB-SUB) " "
                WS-COB-PROCEDIMENTO(WS-COB-SUB) " COBRADO "
                WS-ED-VALOR " GLOSA " WS-ED-GLOSADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-GLOSA.
            MOVE SPACES TO WS-LINHA.
            IF WS-COB-STATUS(WS-COB-SUB) = 'N'
                STRING "    " WS-COB-GLOSA(WS-COB-SUB) " "
                    RT-MOTIVO " - GLOSA TOTAL, VOLTA NO PROXIMO LOTE"
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "    " WS-COB-GLOSA(WS-COB-SUB) " "
                    RT-MOTIVO " - GLOSA PARCIAL, RECURSO MANUAL"
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA-GLOSA.

       GRAVA-LINHA-DIA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO DAILY-CHARGE-REPORT-RECORD.
            WRITE DAILY-CHARGE-REPORT-RECORD.

       GRAVA-LINHA-GLOSA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO DENIAL-REPORT-RECORD.
            WRITE DENIAL-REPORT-RECORD.

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM CLINBILL.
