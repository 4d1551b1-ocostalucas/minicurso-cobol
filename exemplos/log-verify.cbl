      ******************************************************************
      * Author:
      * Date:
      * Purpose: verification run over the LOGSEAL chains on AUDITLOG
      *          and CHANGELOG, so an edited or deleted log line is
      *          found by us and not by the auditors. Walks the
      *          chosen chain record by record, recomputing every
      *          check value from its predecessor's, and lists to
      *          LOGVRPT each record altered after it was written,
      *          each range of missing sequence numbers and each
      *          record out of order or inserted without a seal,
      *          then the first broken link. Mode 1 walks the whole
      *          audit chain - AUDITARCH and then AUDITLOG as the
      *          one chain archival leaves them; mode 2 one AUDITARCH
      *          generation on its own, trusting its first record;
      *          mode 3 CHANGELOG; mode 4, the nightly one, modes 1
      *          and 3 together. Lines written before sealing began
      *          are only counted. Each chain's last sequence and
      *          check value are printed, so a tail cut off the end
      *          shows against the previous night's report. RC 4 on
      *          any break.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "LOGVRPT"
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
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD     PIC X(90).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD     PIC X(80).

       FD  JOB-STATUS-FILE.
           COPY "jobstat.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "runctl.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-ARCHIVE PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-JOBSTATUS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
      * The record under check, in the widest layout; WS-VER-FUNCAO
      * tells LOGSEAL which layout it is ('V' AUDITLOG, 'W'
      * CHANGELOG).
           77 WS-VER-REGISTRO PIC X(245).
           77 WS-VER-FUNCAO PIC X(1).
           77 WS-VER-TAM PIC 9(3).
           77 WS-VER-POS-SEQ PIC 9(3).
           77 WS-VER-POS-ELO PIC 9(3).
           77 WS-VER-ARQUIVO PIC X(10).
           77 WS-VER-LINHA-ARQ PIC 9(7).
           77 WS-VER-TEM-CADEIA PIC X(1).
           77 WS-VER-ANCORA PIC X(1).
           77 WS-VER-SEQ PIC 9(9).
           77 WS-VER-ELO-GRAVADO PIC 9(9).
           77 WS-VER-ELO-CALC PIC 9(9).
           77 WS-VER-SEQ-ANT PIC 9(9).
           77 WS-VER-ELO-ANT PIC 9(9).
           77 WS-VER-FALTA-INI PIC 9(9).
           77 WS-VER-FALTA-FIM PIC 9(9).
           77 WS-QTD-LIDOS PIC 9(7).
           77 WS-QTD-SELADOS PIC 9(7).
           77 WS-QTD-LEGADO PIC 9(7).
           77 WS-QTD-ALTERADOS PIC 9(7).
           77 WS-QTD-LACUNAS PIC 9(7).
           77 WS-QTD-FORA-ORDEM PIC 9(7).
           77 WS-QTD-QUEBRAS PIC 9(7) VALUE 0.
           77 WS-PRI-QUEBRA PIC X(1) VALUE 'N'.
           77 WS-PRI-ARQUIVO PIC X(10).
           77 WS-PRI-LINHA PIC 9(7).
           77 WS-PRI-SEQ PIC 9(9).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "LOGVERIFY".
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
            IF WS-RC-PRESENTE = 'S'
                MOVE WS-RC-MODO TO MODO
            ELSE
                DISPLAY "1 - CADEIA DE AUDITORIA (AUDITARCH+AUDITLOG)"
                DISPLAY "2 - UMA GERACAO DO AUDITARCH"
                DISPLAY "3 - CHANGELOG"
                DISPLAY "4 - AUDITORIA E CHANGELOG (NOTURNO)"
                ACCEPT MODO
            END-IF
            IF MODO < 1 OR MODO > 4
                DISPLAY "OPCAO INVALIDA!"
                MOVE 8 TO WS-RETORNO
                PERFORM GRAVA-JOB-STATUS
                GOBACK
            END-IF
            OPEN OUTPUT VERIFY-REPORT-FILE
            MOVE SPACES TO WS-LINHA
            STRING "VERIFICACAO DAS CADEIAS DE LOG - " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA
            PERFORM GRAVA-LINHA
            MOVE ALL "=" TO WS-LINHA
            PERFORM GRAVA-LINHA
            EVALUATE MODO
             WHEN 1 PERFORM VERIFICA-CADEIA-AUDITORIA
             WHEN 2 PERFORM VERIFICA-GERACAO-ARQUIVO
             WHEN 3 PERFORM VERIFICA-CADEIA-CHANGELOG
             WHEN 4 PERFORM VERIFICA-CADEIA-AUDITORIA
                    PERFORM VERIFICA-CADEIA-CHANGELOG
            END-EVALUATE
            PERFORM GRAVA-CONCLUSAO
            CLOSE VERIFY-REPORT-FILE
            IF WS-QTD-QUEBRAS > 0
                MOVE 4 TO WS-RETORNO
            END-IF
            MOVE WS-QTD-QUEBRAS TO WS-JS-REJEITADOS
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "VERIFICA LOGS QUEBRAS " WS-QTD-QUEBRAS
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            PERFORM GRAVA-JOB-STATUS
            GOBACK.

      * AUDITARCH first and AUDITLOG after it, one chain: archival
      * only ever moves the oldest run of records across.
       VERIFICA-CADEIA-AUDITORIA.
            MOVE "CADEIA DE AUDITORIA - AUDITARCH + AUDITLOG"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'V' TO WS-VER-FUNCAO.
            MOVE 90 TO WS-VER-TAM.
            MOVE 'N' TO WS-VER-ANCORA.
            PERFORM INICIA-CADEIA.
            PERFORM PERCORRE-AUDITARCH.
            PERFORM PERCORRE-AUDITLOG.
            PERFORM FECHA-CADEIA.

      * A generation alone cannot see its first record's
      * predecessor, so the walk starts from that record.
       VERIFICA-GERACAO-ARQUIVO.
            MOVE "GERACAO DO AUDITARCH" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'V' TO WS-VER-FUNCAO.
            MOVE 90 TO WS-VER-TAM.
            MOVE 'S' TO WS-VER-ANCORA.
            PERFORM INICIA-CADEIA.
            PERFORM PERCORRE-AUDITARCH.
            PERFORM FECHA-CADEIA.

       VERIFICA-CADEIA-CHANGELOG.
            MOVE "CADEIA DO CHANGELOG" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'W' TO WS-VER-FUNCAO.
            MOVE 245 TO WS-VER-TAM.
            MOVE 'N' TO WS-VER-ANCORA.
            PERFORM INICIA-CADEIA.
            PERFORM PERCORRE-CHANGELOG.
            PERFORM FECHA-CADEIA.

       INICIA-CADEIA.
            COMPUTE WS-VER-POS-SEQ = WS-VER-TAM - 18.
            COMPUTE WS-VER-POS-ELO = WS-VER-TAM - 8.
            MOVE 'N' TO WS-VER-TEM-CADEIA.
            MOVE 0 TO WS-VER-SEQ-ANT.
            MOVE 0 TO WS-VER-ELO-ANT.
            MOVE 0 TO WS-QTD-LIDOS.
            MOVE 0 TO WS-QTD-SELADOS.
            MOVE 0 TO WS-QTD-LEGADO.
            MOVE 0 TO WS-QTD-ALTERADOS.
            MOVE 0 TO WS-QTD-LACUNAS.
            MOVE 0 TO WS-QTD-FORA-ORDEM.

       PERCORRE-AUDITARCH.
            MOVE "AUDITARCH" TO WS-VER-ARQUIVO.
            MOVE 0 TO WS-VER-LINHA-ARQ.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT AUDIT-ARCHIVE-FILE.
            IF WS-FS-ARCHIVE NOT = "00"
                MOVE "  AUDITARCH AUSENTE" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ AUDIT-ARCHIVE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE AUDIT-ARCHIVE-RECORD TO WS-VER-REGISTRO
                        PERFORM VERIFICA-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-ARCHIVE = "10"
                CLOSE AUDIT-ARCHIVE-FILE
            END-IF.

       PERCORRE-AUDITLOG.
            MOVE "AUDITLOG" TO WS-VER-ARQUIVO.
            MOVE 0 TO WS-VER-LINHA-ARQ.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT AUDIT-TRAIL-FILE.
            IF WS-FS-AUDITLOG NOT = "00"
                MOVE "  AUDITLOG AUSENTE" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ AUDIT-TRAIL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE AUDIT-TRAIL-RECORD TO WS-VER-REGISTRO
                        PERFORM VERIFICA-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-AUDITLOG = "10"
                CLOSE AUDIT-TRAIL-FILE
            END-IF.

       PERCORRE-CHANGELOG.
            MOVE "CHANGELOG" TO WS-VER-ARQUIVO.
            MOVE 0 TO WS-VER-LINHA-ARQ.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CHANGE-LOG-FILE.
            IF WS-FS-CHANGELOG NOT = "00"
                MOVE "  CHANGELOG AUSENTE" TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CHANGE-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE CHANGE-LOG-RECORD TO WS-VER-REGISTRO
                        PERFORM VERIFICA-REGISTRO
                END-READ
            END-PERFORM.
            IF WS-FS-CHANGELOG = "10"
                CLOSE CHANGE-LOG-FILE
            END-IF.

      * A line with no seal is from before sealing began as long as
      * no sealed line has been seen yet; after that it can only
      * have been put there by hand.
       VERIFICA-REGISTRO.
            ADD 1 TO WS-VER-LINHA-ARQ.
            ADD 1 TO WS-QTD-LIDOS.
            IF WS-VER-REGISTRO(WS-VER-POS-SEQ:9) IS NUMERIC
                    AND WS-VER-REGISTRO(WS-VER-POS-ELO:9) IS NUMERIC
                PERFORM VERIFICA-ELO
            ELSE
                IF WS-VER-TEM-CADEIA = 'N'
                    ADD 1 TO WS-QTD-LEGADO
                ELSE
                    ADD 1 TO WS-QTD-ALTERADOS
                    MOVE SPACES TO WS-LINHA
                    STRING "  " WS-VER-ARQUIVO " LINHA "
                        WS-VER-LINHA-ARQ
                        " SEM SELO NO MEIO DA CADEIA - INSERIDA"
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE WS-VER-SEQ-ANT TO WS-VER-SEQ
                    PERFORM REGISTRA-QUEBRA
                END-IF
            END-IF.

       VERIFICA-ELO.
            ADD 1 TO WS-QTD-SELADOS.
            MOVE WS-VER-REGISTRO(WS-VER-POS-SEQ:9) TO WS-VER-SEQ.
            MOVE WS-VER-REGISTRO(WS-VER-POS-ELO:9)
                TO WS-VER-ELO-GRAVADO.
            IF WS-VER-TEM-CADEIA = 'N' AND WS-VER-ANCORA = 'S'
                MOVE SPACES TO WS-LINHA
                STRING "  CADEIA INICIA NA SEQUENCIA " WS-VER-SEQ
                    " - ELO ANTERIOR FORA DESTA GERACAO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                EVALUATE TRUE
                    WHEN WS-VER-SEQ = WS-VER-SEQ-ANT + 1
                        PERFORM CONFERE-ELO
                    WHEN WS-VER-SEQ > WS-VER-SEQ-ANT + 1
                        PERFORM RELATA-LACUNA
                    WHEN OTHER
                        ADD 1 TO WS-QTD-FORA-ORDEM
                        MOVE SPACES TO WS-LINHA
                        STRING "  " WS-VER-ARQUIVO " LINHA "
                            WS-VER-LINHA-ARQ " SEQUENCIA "
                            WS-VER-SEQ " FORA DE ORDEM APOS "
                            WS-VER-SEQ-ANT
                            DELIMITED BY SIZE INTO WS-LINHA
                        PERFORM GRAVA-LINHA
                        PERFORM REGISTRA-QUEBRA
                END-EVALUATE
            END-IF
            MOVE 'S' TO WS-VER-TEM-CADEIA.
            MOVE WS-VER-SEQ TO WS-VER-SEQ-ANT.
            MOVE WS-VER-ELO-GRAVADO TO WS-VER-ELO-ANT.

      * The chain moves on from the check value as stored, so an
      * altered record is flagged on its own and the ones after it
      * still check clean against it.
       CONFERE-ELO.
            MOVE WS-VER-ELO-ANT TO WS-VER-ELO-CALC.
            CALL "LOGSEAL" USING WS-VER-FUNCAO WS-VER-REGISTRO
                WS-VER-ELO-CALC.
            IF WS-VER-ELO-CALC NOT = WS-VER-ELO-GRAVADO
                ADD 1 TO WS-QTD-ALTERADOS
                MOVE SPACES TO WS-LINHA
                STRING "  " WS-VER-ARQUIVO " LINHA " WS-VER-LINHA-ARQ
                    " SEQUENCIA " WS-VER-SEQ
                    " ALTERADA APOS GRAVACAO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                PERFORM REGISTRA-QUEBRA
            END-IF.

      * Records taken out leave a hole in the numbering; the record
      * after the hole cannot be checked against a predecessor that
      * is gone.
       RELATA-LACUNA.
            ADD 1 TO WS-QTD-LACUNAS.
            COMPUTE WS-VER-FALTA-INI = WS-VER-SEQ-ANT + 1.
            COMPUTE WS-VER-FALTA-FIM = WS-VER-SEQ - 1.
            MOVE SPACES TO WS-LINHA.
            STRING "  SEQUENCIAS " WS-VER-FALTA-INI " A "
                WS-VER-FALTA-FIM " AUSENTES - ANTES DA LINHA "
                WS-VER-LINHA-ARQ
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "    DO " WS-VER-ARQUIVO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM REGISTRA-QUEBRA.

       REGISTRA-QUEBRA.
            ADD 1 TO WS-QTD-QUEBRAS.
            IF WS-PRI-QUEBRA = 'N'
                MOVE 'S' TO WS-PRI-QUEBRA
                MOVE WS-VER-ARQUIVO TO WS-PRI-ARQUIVO
                MOVE WS-VER-LINHA-ARQ TO WS-PRI-LINHA
                MOVE WS-VER-SEQ TO WS-PRI-SEQ
            END-IF.

       FECHA-CADEIA.
            ADD WS-QTD-LIDOS TO WS-JS-LIDOS.
            MOVE SPACES TO WS-LINHA.
            STRING "  LIDOS " WS-QTD-LIDOS " SELADOS " WS-QTD-SELADOS
                " ANTERIORES AO SELO " WS-QTD-LEGADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "  ALTERADOS " WS-QTD-ALTERADOS
                " LACUNAS " WS-QTD-LACUNAS
                " FORA DE ORDEM " WS-QTD-FORA-ORDEM
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            IF WS-VER-TEM-CADEIA = 'S'
                STRING "  ULTIMA SEQUENCIA " WS-VER-SEQ-ANT
                    " ELO " WS-VER-ELO-ANT
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                MOVE "  NENHUM REGISTRO SELADO" TO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-CONCLUSAO.
            MOVE SPACES TO WS-LINHA.
            IF WS-PRI-QUEBRA = 'S'
                STRING "PRIMEIRA QUEBRA: " WS-PRI-ARQUIVO
                    " LINHA " WS-PRI-LINHA " SEQUENCIA " WS-PRI-SEQ
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-LINHA
                STRING "QUEBRAS ENCONTRADAS: " WS-QTD-QUEBRAS
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                MOVE "CADEIAS INTEGRAS - NENHUMA QUEBRA" TO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            DISPLAY WS-LINHA.

       GRAVA-LINHA.
            MOVE WS-LINHA TO VERIFY-REPORT-RECORD.
            WRITE VERIFY-REPORT-RECORD.

       COPY "runproc.cpy".

       COPY "jobstproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM LOGVERIFY.
