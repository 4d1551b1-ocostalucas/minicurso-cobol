      ******************************************************************
      * Author:
      * Date:
      * Purpose: selective backout of one run's master-file updates,
      *          for when a run applied a bad input (EMPUPDT on the
      *          wrong EMPTRANS, EXERCICIO2 on a delivery received
      *          twice) and MFBACKUP's whole-file restore would also
      *          throw away every good change made since the backup.
      *          The run is named by program, CHANGELOG date and a
      *          CG-HORA window; its CHANGELOG entries are gathered
      *          per key, and each key is put back to the before
      *          image of the run's first entry on it - deleted
      *          again when the run included it. A key is left as
      *          it stands, and reported, when any later CHANGELOG
      *          entry touched it, when the master no longer holds
      *          the image the run left, or when the run's entry
      *          carries no before image. Covers the masters MFBACKUP
      *          knows that are on CHANGELOG: STUDENTGR, EMPMASTER,
      *          PRODMASTER, VEHICLEMST and FARRIERINV; the run's
      *          other outputs (EMPMOVES, the purchase orders) are
      *          not touched. Mode 1 is the preview and changes
      *          nothing; mode 2 reverses, logging every record it
      *          puts back on CHANGELOG under its own name, so a
      *          second backout of the same run finds them and
      *          refuses. Both print the BACKRPT listing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-MASTER.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MASTER.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-FS-MASTER.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHICLEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-PLACA
               FILE STATUS IS WS-FS-MASTER.
           SELECT FARRIER-INVENTORY-FILE ASSIGN TO "FARRIERINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-ESTABULO
               FILE STATUS IS WS-FS-MASTER.
           SELECT BACKOUT-REPORT-FILE ASSIGN TO "BACKRPT"
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
       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPMASTER-IMAGEM          PIC X(80).

       FD  PRODUCT-MASTER-FILE.
       01  PRODUCT-MASTER-RECORD.
           05 PM-ID                 PIC X(10).
           05 PM-DELIM-1            PIC X(1).
           05 PM-NOME               PIC X(10).
           05 PM-DELIM-2            PIC X(1).
           05 PM-CATEGORIA          PIC 9(1).
           05 PM-DELIM-3            PIC X(1).
           05 PM-CUSTO-FABRICA      PIC 9(5)V99.

       FD  VEHICLE-MASTER-FILE.
       01  VEHICLE-MASTER-RECORD.
           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  FARRIER-INVENTORY-FILE.
       01  FARRIER-INVENTORY-RECORD.
           05 FI-ESTABULO          PIC X(10).
           05 FI-DELIM-1           PIC X(1).
           05 FI-QTD-ESTOQUE       PIC 9(5).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-RECORD    PIC X(80).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-MASTER PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-PREVIA PIC X(1) VALUE 'S'.
           77 WS-CONFIRMA PIC X(1).
           77 WS-RETORNO PIC 9(1) VALUE 0.
      * The run being backed out, as CHANGELOG stamped it.
           77 WS-BKO-PROGRAMA PIC X(12).
           77 WS-BKO-DATA PIC 9(8).
           77 WS-BKO-HORA-INICIO PIC 9(6).
           77 WS-BKO-HORA-FIM PIC 9(6).
      * One entry per master key the run touched: the operation and
      * before image of its first entry on the key, the operation
      * and after image of its last. WS-CHV-SITUACAO is 'P' while
      * the key is still to be checked, then 'R' reversible (or
      * reversed), 'L' changed later by WS-CHV-MOTIVO, 'D' master
      * differs from the run's image, 'S' no before image, 'N' file
      * this program does not back out, 'F' master not available,
      * 'X' master too big to rewrite, 'E' write failed, 'Z'
      * included and excluded again by the run itself.
           01 WS-TABELA-CHAVES.
               05 WS-CHV-ENTRADA OCCURS 500 TIMES.
                   10 WS-CHV-ARQUIVO    PIC X(10).
                   10 WS-CHV-CHAVE      PIC X(10).
                   10 WS-CHV-OP-PRIMEIRA PIC X(1).
                   10 WS-CHV-ANTES      PIC X(80).
                   10 WS-CHV-OP-ULTIMA  PIC X(1).
                   10 WS-CHV-DEPOIS     PIC X(80).
                   10 WS-CHV-SITUACAO   PIC X(1).
                   10 WS-CHV-MOTIVO     PIC X(28).
           77 WS-CHV-TOTAL PIC 9(3) VALUE 0.
           77 WS-CHV-SUB PIC 9(3).
           77 WS-CHV-ACHADO PIC 9(3).
           77 WS-CHV-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-QTD-ENTRADAS PIC 9(5) VALUE 0.
           77 WS-QTD-ARQUIVO PIC 9(3).
           77 WS-QTD-REVERTIDAS PIC 9(3) VALUE 0.
           77 WS-QTD-MANTIDAS PIC 9(3) VALUE 0.
           77 WS-ARQ-ATUAL PIC X(10).
           77 WS-SITUACAO-NOVA PIC X(1).
           77 WS-ATUAL-EXISTE PIC X(1).
           77 WS-ATUAL-IMAGEM PIC X(80).
           77 WS-GRAVOU PIC X(1).
      * EMPMASTER is line sequential and is rewritten whole from
      * here, the way EMPUPDT does it.
           01 WS-TABELA-REGISTROS.
               05 WS-REG-ENTRADA OCCURS 3000 TIMES.
                   10 WS-REG-IMAGEM     PIC X(80).
                   10 WS-REG-ATIVO      PIC X(1).
           77 WS-REG-TOTAL PIC 9(4) VALUE 0.
           77 WS-REG-SUB PIC 9(4).
           77 WS-REG-ACHADO PIC 9(4).
           77 WS-REG-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-REG-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-REG-ABERTO PIC X(1).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "CHGBACKOUT".

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
            DISPLAY "1 - PREVIA DO BACKOUT (NADA E ALTERADO)"
            DISPLAY "2 - REVERTER A EXECUCAO"
            ACCEPT MODO
            IF MODO NOT = 1 AND MODO NOT = 2
                DISPLAY "OPCAO INVALIDA!"
                GOBACK
            END-IF
            PERFORM LE-EXECUCAO
            IF WS-BKO-PROGRAMA = SPACES
                DISPLAY "PROGRAMA NAO INFORMADO"
                GOBACK
            END-IF
            EVALUATE MODO
             WHEN 1 MOVE 'S' TO WS-PREVIA
                     PERFORM EXECUTA-BACKOUT
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "BACKOUT PREVIA " DELIMITED BY SIZE
                         WS-BKO-PROGRAMA DELIMITED BY SPACE
                         INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 DISPLAY "REVERTER A EXECUCAO DE " WS-BKO-PROGRAMA
      -                  " EM " WS-BKO-DATA "? ESTA ACAO ALTERA OS"
      -                  " MASTERS (S/N):"
                     ACCEPT WS-CONFIRMA
                     IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                         MOVE 'N' TO WS-PREVIA
                         PERFORM EXECUTA-BACKOUT
                         MOVE SPACES TO WS-AUDIT-RESUMO
                         STRING "BACKOUT " DELIMITED BY SIZE
                             WS-BKO-PROGRAMA DELIMITED BY SPACE
                             " REVERTIDAS " WS-QTD-REVERTIDAS
                             DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                         PERFORM GRAVA-AUDITORIA
                     ELSE
                         DISPLAY "BACKOUT CANCELADO"
                     END-IF
            END-EVALUATE.
            MOVE WS-RETORNO TO RETURN-CODE.
            GOBACK.

      * The date defaults to the business date; a zero end time
      * means the rest of the day.
       LE-EXECUCAO.
            DISPLAY "PROGRAMA DA EXECUCAO (PROGRAM-ID):"
            ACCEPT WS-BKO-PROGRAMA
            DISPLAY "DATA DA EXECUCAO NO CHANGELOG (AAAAMMDD, 0 = "
      -         WS-DATA-REF "):"
            ACCEPT WS-BKO-DATA
            IF WS-BKO-DATA = 0
                MOVE WS-DATA-REF TO WS-BKO-DATA
            END-IF
            DISPLAY "HORA INICIAL NO CHANGELOG (HHMMSS):"
            ACCEPT WS-BKO-HORA-INICIO
            DISPLAY "HORA FINAL NO CHANGELOG (HHMMSS, 0 = FIM DO DIA):"
            ACCEPT WS-BKO-HORA-FIM
            IF WS-BKO-HORA-FIM = 0
                MOVE 999999 TO WS-BKO-HORA-FIM
            END-IF.

       EXECUTA-BACKOUT.
            OPEN OUTPUT BACKOUT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "BACKOUT DA EXECUCAO " WS-BKO-PROGRAMA " EM "
                WS-BKO-DATA " DAS " WS-BKO-HORA-INICIO " AS "
                WS-BKO-HORA-FIM
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            IF WS-PREVIA = 'S'
                MOVE "PREVIA - NENHUM REGISTRO ALTERADO" TO WS-LINHA
            ELSE
                STRING "REVERSAO EXECUTADA POR " WS-OPERADOR-ID
                    " EM " WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM CARREGA-EXECUCAO.
            MOVE SPACES TO WS-LINHA.
            STRING "ENTRADAS DA EXECUCAO NO CHANGELOG " WS-QTD-ENTRADAS
                " - CHAVES " WS-CHV-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-CHV-ESTOUROU = 'S'
                MOVE "** EXECUCAO EXCEDE 500 CHAVES - BACKOUT RECUSADO"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 8 TO WS-RETORNO
            ELSE
                IF WS-QTD-ENTRADAS = 0
                    MOVE "NENHUMA ENTRADA DESTA EXECUCAO NO CHANGELOG"
                        TO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE 4 TO WS-RETORNO
                ELSE
                    PERFORM CLASSIFICA-CHAVES
                    PERFORM REVERTE-STUDENTGR
                    PERFORM REVERTE-EMPMASTER
                    PERFORM REVERTE-PRODMASTER
                    PERFORM REVERTE-VEHICLEMST
                    PERFORM REVERTE-FARRIERINV
                    PERFORM RELATA-CHAVES
                END-IF
            END-IF
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            IF WS-PREVIA = 'S'
                STRING "CHAVES A REVERTER " WS-QTD-REVERTIDAS
                    " - MANTIDAS " WS-QTD-MANTIDAS
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "CHAVES REVERTIDAS " WS-QTD-REVERTIDAS
                    " - MANTIDAS " WS-QTD-MANTIDAS
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            IF WS-PREVIA = 'S' AND WS-QTD-REVERTIDAS > 0
                MOVE "PREVIA - EXECUTE O MODO 2 PARA REVERTER"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            CLOSE BACKOUT-REPORT-FILE.
            IF WS-QTD-MANTIDAS > 0 AND WS-RETORNO < 4
                MOVE 4 TO WS-RETORNO
            END-IF
            DISPLAY "LISTAGEM GRAVADA EM BACKRPT - "
                WS-QTD-REVERTIDAS " CHAVE(S) REVERTIDA(S), "
                WS-QTD-MANTIDAS " MANTIDA(S)".

      * One pass over CHANGELOG. The run's own entries build the key
      * table; any other entry on a key the run has already touched
      * came after it, and that key is left alone.
       CARREGA-EXECUCAO.
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
                        IF CG-PROGRAMA = WS-BKO-PROGRAMA
                                AND CG-DATA = WS-BKO-DATA
                                AND CG-HORA >= WS-BKO-HORA-INICIO
                                AND CG-HORA <= WS-BKO-HORA-FIM
                            ADD 1 TO WS-QTD-ENTRADAS
                            PERFORM GUARDA-ENTRADA-EXECUCAO
                        ELSE
                            PERFORM CONFERE-ALTERACAO-POSTERIOR
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CHANGELOG = "10"
                CLOSE CHANGE-LOG-FILE
            END-IF.

       GUARDA-ENTRADA-EXECUCAO.
            PERFORM LOCALIZA-CHAVE.
            IF WS-CHV-ACHADO = 0
                IF WS-CHV-TOTAL < 500
                    ADD 1 TO WS-CHV-TOTAL
                    MOVE WS-CHV-TOTAL TO WS-CHV-ACHADO
                    MOVE CG-ARQUIVO TO WS-CHV-ARQUIVO(WS-CHV-ACHADO)
                    MOVE CG-CHAVE TO WS-CHV-CHAVE(WS-CHV-ACHADO)
                    MOVE CG-OPERACAO TO
                        WS-CHV-OP-PRIMEIRA(WS-CHV-ACHADO)
                    MOVE CG-ANTES TO WS-CHV-ANTES(WS-CHV-ACHADO)
                    MOVE 'P' TO WS-CHV-SITUACAO(WS-CHV-ACHADO)
                    MOVE SPACES TO WS-CHV-MOTIVO(WS-CHV-ACHADO)
                ELSE
                    MOVE 'S' TO WS-CHV-ESTOUROU
                END-IF
            END-IF
            IF WS-CHV-ACHADO > 0
                MOVE CG-OPERACAO TO WS-CHV-OP-ULTIMA(WS-CHV-ACHADO)
                MOVE CG-DEPOIS TO WS-CHV-DEPOIS(WS-CHV-ACHADO)
            END-IF.

       CONFERE-ALTERACAO-POSTERIOR.
            PERFORM LOCALIZA-CHAVE.
            IF WS-CHV-ACHADO > 0
                IF WS-CHV-SITUACAO(WS-CHV-ACHADO) = 'P'
                    MOVE 'L' TO WS-CHV-SITUACAO(WS-CHV-ACHADO)
                    STRING CG-PROGRAMA " " CG-DATA " " CG-HORA
                        DELIMITED BY SIZE
                        INTO WS-CHV-MOTIVO(WS-CHV-ACHADO)
                END-IF
            END-IF.

       LOCALIZA-CHAVE.
            MOVE 0 TO WS-CHV-ACHADO.
            PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                    OR WS-CHV-ACHADO > 0
                IF WS-CHV-ARQUIVO(WS-CHV-SUB) = CG-ARQUIVO
                        AND WS-CHV-CHAVE(WS-CHV-SUB) = CG-CHAVE
                    MOVE WS-CHV-SUB TO WS-CHV-ACHADO
                END-IF
            END-PERFORM.

      * An alteration logged without its before image (RETPURGE's
      * anonymization) has nothing to go back to.
       CLASSIFICA-CHAVES.
            PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                IF WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                    IF WS-CHV-ARQUIVO(WS-CHV-SUB) NOT = "STUDENTGR"
                            AND WS-CHV-ARQUIVO(WS-CHV-SUB)
                                NOT = "EMPMASTER"
                            AND WS-CHV-ARQUIVO(WS-CHV-SUB)
                                NOT = "PRODMASTER"
                            AND WS-CHV-ARQUIVO(WS-CHV-SUB)
                                NOT = "VEHICLEMST"
                            AND WS-CHV-ARQUIVO(WS-CHV-SUB)
                                NOT = "FARRIERINV"
                        MOVE 'N' TO WS-CHV-SITUACAO(WS-CHV-SUB)
                    ELSE
                        PERFORM CLASSIFICA-OPERACOES
                    END-IF
                END-IF
            END-PERFORM.

      * A key the run included and then excluded again is already
      * as it was before the run.
       CLASSIFICA-OPERACOES.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                IF WS-CHV-OP-ULTIMA(WS-CHV-SUB) = 'E'
                    MOVE 'Z' TO WS-CHV-SITUACAO(WS-CHV-SUB)
                END-IF
            ELSE
                IF WS-CHV-ANTES(WS-CHV-SUB) = SPACES
                    MOVE 'S' TO WS-CHV-SITUACAO(WS-CHV-SUB)
                END-IF
            END-IF.

      * Keys still pending on WS-ARQ-ATUAL.
       CONTA-CHAVES-ARQUIVO.
            MOVE 0 TO WS-QTD-ARQUIVO.
            PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                IF WS-CHV-ARQUIVO(WS-CHV-SUB) = WS-ARQ-ATUAL
                        AND WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                    ADD 1 TO WS-QTD-ARQUIVO
                END-IF
            END-PERFORM.

       MARCA-CHAVES-ARQUIVO.
            PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                IF WS-CHV-ARQUIVO(WS-CHV-SUB) = WS-ARQ-ATUAL
                        AND WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                    MOVE WS-SITUACAO-NOVA TO
                        WS-CHV-SITUACAO(WS-CHV-SUB)
                END-IF
            END-PERFORM.

      * The master must still hold what the run left: the run's last
      * after image, or no record when the run's last entry excluded
      * it. Anything else was changed outside CHANGELOG (a restore,
      * a hand edit) and is not overwritten.
       CONFERE-ESTADO-ATUAL.
            IF WS-CHV-OP-ULTIMA(WS-CHV-SUB) = 'E'
                IF WS-ATUAL-EXISTE = 'S'
                    MOVE 'D' TO WS-CHV-SITUACAO(WS-CHV-SUB)
                END-IF
            ELSE
                IF WS-ATUAL-EXISTE = 'N'
                        OR WS-ATUAL-IMAGEM NOT =
                            WS-CHV-DEPOIS(WS-CHV-SUB)
                    MOVE 'D' TO WS-CHV-SITUACAO(WS-CHV-SUB)
                END-IF
            END-IF.

      * The reversal goes on CHANGELOG as what it did to the master:
      * an exclusion of what the run included, or the before image
      * coming back as an alteration or a re-inclusion.
       REGISTRA-REVERSAO.
            MOVE WS-CHV-ARQUIVO(WS-CHV-SUB) TO WS-CHG-ARQUIVO.
            MOVE WS-CHV-CHAVE(WS-CHV-SUB) TO WS-CHG-CHAVE.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                MOVE "E" TO WS-CHG-OPERACAO
                MOVE WS-ATUAL-IMAGEM TO WS-CHG-ANTES
                MOVE SPACES TO WS-CHG-DEPOIS
            ELSE
                IF WS-ATUAL-EXISTE = 'S'
                    MOVE "A" TO WS-CHG-OPERACAO
                    MOVE WS-ATUAL-IMAGEM TO WS-CHG-ANTES
                ELSE
                    MOVE "I" TO WS-CHG-OPERACAO
                    MOVE SPACES TO WS-CHG-ANTES
                END-IF
                MOVE WS-CHV-ANTES(WS-CHV-SUB) TO WS-CHG-DEPOIS
            END-IF
            PERFORM GRAVA-CHANGELOG.

      * In the preview the key is only marked reversible; the
      * master itself is opened for input and left as it is.
       FINALIZA-CHAVE.
            IF WS-GRAVOU = 'S'
                MOVE 'R' TO WS-CHV-SITUACAO(WS-CHV-SUB)
                IF WS-PREVIA = 'N'
                    PERFORM REGISTRA-REVERSAO
                END-IF
            ELSE
                MOVE 'E' TO WS-CHV-SITUACAO(WS-CHV-SUB)
            END-IF.

       REVERTE-STUDENTGR.
            MOVE "STUDENTGR" TO WS-ARQ-ATUAL.
            PERFORM CONTA-CHAVES-ARQUIVO.
            IF WS-QTD-ARQUIVO > 0
                IF WS-PREVIA = 'S'
                    OPEN INPUT STUDENT-GRADES-FILE
                ELSE
                    OPEN I-O STUDENT-GRADES-FILE
                END-IF
                IF WS-FS-MASTER NOT = "00"
                    MOVE 'F' TO WS-SITUACAO-NOVA
                    PERFORM MARCA-CHAVES-ARQUIVO
                ELSE
                    PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                            UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                        IF WS-CHV-ARQUIVO(WS-CHV-SUB) = WS-ARQ-ATUAL
                                AND WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                            PERFORM REVERTE-CHAVE-STUDENTGR
                        END-IF
                    END-PERFORM
                    CLOSE STUDENT-GRADES-FILE
                END-IF
            END-IF.

       REVERTE-CHAVE-STUDENTGR.
            MOVE WS-CHV-CHAVE(WS-CHV-SUB) TO STU-ID.
            READ STUDENT-GRADES-FILE
                KEY IS STU-ID
                INVALID KEY
                    MOVE 'N' TO WS-ATUAL-EXISTE
                    MOVE SPACES TO WS-ATUAL-IMAGEM
                NOT INVALID KEY
                    MOVE 'S' TO WS-ATUAL-EXISTE
                    MOVE STUDENT-GRADES-RECORD TO WS-ATUAL-IMAGEM
            END-READ.
            PERFORM CONFERE-ESTADO-ATUAL.
            IF WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                MOVE 'S' TO WS-GRAVOU
                IF WS-PREVIA = 'N'
                    PERFORM GRAVA-STUDENTGR
                END-IF
                PERFORM FINALIZA-CHAVE
            END-IF.

       GRAVA-STUDENTGR.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                DELETE STUDENT-GRADES-FILE RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-GRAVOU
                END-DELETE
            ELSE
                MOVE WS-CHV-ANTES(WS-CHV-SUB) TO STUDENT-GRADES-RECORD
                IF WS-ATUAL-EXISTE = 'S'
                    REWRITE STUDENT-GRADES-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-REWRITE
                ELSE
                    WRITE STUDENT-GRADES-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-WRITE
                END-IF
            END-IF.

       REVERTE-PRODMASTER.
            MOVE "PRODMASTER" TO WS-ARQ-ATUAL.
            PERFORM CONTA-CHAVES-ARQUIVO.
            IF WS-QTD-ARQUIVO > 0
                IF WS-PREVIA = 'S'
                    OPEN INPUT PRODUCT-MASTER-FILE
                ELSE
                    OPEN I-O PRODUCT-MASTER-FILE
                END-IF
                IF WS-FS-MASTER NOT = "00"
                    MOVE 'F' TO WS-SITUACAO-NOVA
                    PERFORM MARCA-CHAVES-ARQUIVO
                ELSE
                    PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                            UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                        IF WS-CHV-ARQUIVO(WS-CHV-SUB) = WS-ARQ-ATUAL
                                AND WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                            PERFORM REVERTE-CHAVE-PRODMASTER
                        END-IF
                    END-PERFORM
                    CLOSE PRODUCT-MASTER-FILE
                END-IF
            END-IF.

       REVERTE-CHAVE-PRODMASTER.
            MOVE WS-CHV-CHAVE(WS-CHV-SUB) TO PM-ID.
            READ PRODUCT-MASTER-FILE
                KEY IS PM-ID
                INVALID KEY
                    MOVE 'N' TO WS-ATUAL-EXISTE
                    MOVE SPACES TO WS-ATUAL-IMAGEM
                NOT INVALID KEY
                    MOVE 'S' TO WS-ATUAL-EXISTE
                    MOVE PRODUCT-MASTER-RECORD TO WS-ATUAL-IMAGEM
            END-READ.
            PERFORM CONFERE-ESTADO-ATUAL.
            IF WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                MOVE 'S' TO WS-GRAVOU
                IF WS-PREVIA = 'N'
                    PERFORM GRAVA-PRODMASTER
                END-IF
                PERFORM FINALIZA-CHAVE
            END-IF.

       GRAVA-PRODMASTER.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                DELETE PRODUCT-MASTER-FILE RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-GRAVOU
                END-DELETE
            ELSE
                MOVE WS-CHV-ANTES(WS-CHV-SUB) TO PRODUCT-MASTER-RECORD
                IF WS-ATUAL-EXISTE = 'S'
                    REWRITE PRODUCT-MASTER-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-REWRITE
                ELSE
                    WRITE PRODUCT-MASTER-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-WRITE
                END-IF
            END-IF.

       REVERTE-VEHICLEMST.
            MOVE "VEHICLEMST" TO WS-ARQ-ATUAL.
            PERFORM CONTA-CHAVES-ARQUIVO.
            IF WS-QTD-ARQUIVO > 0
                IF WS-PREVIA = 'S'
                    OPEN INPUT VEHICLE-MASTER-FILE
                ELSE
                    OPEN I-O VEHICLE-MASTER-FILE
                END-IF
                IF WS-FS-MASTER NOT = "00"
                    MOVE 'F' TO WS-SITUACAO-NOVA
                    PERFORM MARCA-CHAVES-ARQUIVO
                ELSE
                    PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                            UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                        IF WS-CHV-ARQUIVO(WS-CHV-SUB) = WS-ARQ-ATUAL
                                AND WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                            PERFORM REVERTE-CHAVE-VEHICLEMST
                        END-IF
                    END-PERFORM
                    CLOSE VEHICLE-MASTER-FILE
                END-IF
            END-IF.

       REVERTE-CHAVE-VEHICLEMST.
            MOVE WS-CHV-CHAVE(WS-CHV-SUB) TO VM-PLACA.
            READ VEHICLE-MASTER-FILE
                KEY IS VM-PLACA
                INVALID KEY
                    MOVE 'N' TO WS-ATUAL-EXISTE
                    MOVE SPACES TO WS-ATUAL-IMAGEM
                NOT INVALID KEY
                    MOVE 'S' TO WS-ATUAL-EXISTE
                    MOVE VEHICLE-MASTER-RECORD TO WS-ATUAL-IMAGEM
            END-READ.
            PERFORM CONFERE-ESTADO-ATUAL.
            IF WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                MOVE 'S' TO WS-GRAVOU
                IF WS-PREVIA = 'N'
                    PERFORM GRAVA-VEHICLEMST
                END-IF
                PERFORM FINALIZA-CHAVE
            END-IF.

       GRAVA-VEHICLEMST.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                DELETE VEHICLE-MASTER-FILE RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-GRAVOU
                END-DELETE
            ELSE
                MOVE WS-CHV-ANTES(WS-CHV-SUB) TO VEHICLE-MASTER-RECORD
                IF WS-ATUAL-EXISTE = 'S'
                    REWRITE VEHICLE-MASTER-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-REWRITE
                ELSE
                    WRITE VEHICLE-MASTER-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-WRITE
                END-IF
            END-IF.

       REVERTE-FARRIERINV.
            MOVE "FARRIERINV" TO WS-ARQ-ATUAL.
            PERFORM CONTA-CHAVES-ARQUIVO.
            IF WS-QTD-ARQUIVO > 0
                IF WS-PREVIA = 'S'
                    OPEN INPUT FARRIER-INVENTORY-FILE
                ELSE
                    OPEN I-O FARRIER-INVENTORY-FILE
                END-IF
                IF WS-FS-MASTER NOT = "00"
                    MOVE 'F' TO WS-SITUACAO-NOVA
                    PERFORM MARCA-CHAVES-ARQUIVO
                ELSE
                    PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                            UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                        IF WS-CHV-ARQUIVO(WS-CHV-SUB) = WS-ARQ-ATUAL
                                AND WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                            PERFORM REVERTE-CHAVE-FARRIERINV
                        END-IF
                    END-PERFORM
                    CLOSE FARRIER-INVENTORY-FILE
                END-IF
            END-IF.

       REVERTE-CHAVE-FARRIERINV.
            MOVE WS-CHV-CHAVE(WS-CHV-SUB) TO FI-ESTABULO.
            READ FARRIER-INVENTORY-FILE
                KEY IS FI-ESTABULO
                INVALID KEY
                    MOVE 'N' TO WS-ATUAL-EXISTE
                    MOVE SPACES TO WS-ATUAL-IMAGEM
                NOT INVALID KEY
                    MOVE 'S' TO WS-ATUAL-EXISTE
                    MOVE FARRIER-INVENTORY-RECORD TO WS-ATUAL-IMAGEM
            END-READ.
            PERFORM CONFERE-ESTADO-ATUAL.
            IF WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                MOVE 'S' TO WS-GRAVOU
                IF WS-PREVIA = 'N'
                    PERFORM GRAVA-FARRIERINV
                END-IF
                PERFORM FINALIZA-CHAVE
            END-IF.

       GRAVA-FARRIERINV.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                DELETE FARRIER-INVENTORY-FILE RECORD
                    INVALID KEY
                        MOVE 'N' TO WS-GRAVOU
                END-DELETE
            ELSE
                MOVE WS-CHV-ANTES(WS-CHV-SUB) TO
                    FARRIER-INVENTORY-RECORD
                IF WS-ATUAL-EXISTE = 'S'
                    REWRITE FARRIER-INVENTORY-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-REWRITE
                ELSE
                    WRITE FARRIER-INVENTORY-RECORD
                        INVALID KEY
                            MOVE 'N' TO WS-GRAVOU
                    END-WRITE
                END-IF
            END-IF.

      * EMPMASTER: loaded whole, changed in the table and rewritten
      * once at the end. One bigger than the table is refused
      * outright rather than truncated, as EMPUPDT refuses it.
       REVERTE-EMPMASTER.
            MOVE "EMPMASTER" TO WS-ARQ-ATUAL.
            PERFORM CONTA-CHAVES-ARQUIVO.
            IF WS-QTD-ARQUIVO > 0
                PERFORM CARREGA-EMPMASTER
                IF WS-REG-ABERTO = 'N'
                    MOVE 'F' TO WS-SITUACAO-NOVA
                    PERFORM MARCA-CHAVES-ARQUIVO
                ELSE
                    IF WS-REG-ESTOUROU = 'S'
                        MOVE 'X' TO WS-SITUACAO-NOVA
                        PERFORM MARCA-CHAVES-ARQUIVO
                        MOVE 8 TO WS-RETORNO
                    ELSE
                        PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                                UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                            IF WS-CHV-ARQUIVO(WS-CHV-SUB) =
                                    WS-ARQ-ATUAL
                                    AND WS-CHV-SITUACAO(WS-CHV-SUB)
                                        = 'P'
                                PERFORM REVERTE-CHAVE-EMPMASTER
                            END-IF
                        END-PERFORM
                        IF WS-REG-ALTERADO = 'S'
                            PERFORM REGRAVA-EMPMASTER
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CARREGA-EMPMASTER.
            MOVE 0 TO WS-REG-TOTAL.
            MOVE 'N' TO WS-REG-ESTOUROU.
            MOVE 'N' TO WS-REG-ALTERADO.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE 'S' TO WS-REG-ABERTO.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-FS-MASTER NOT = "00"
                MOVE 'N' TO WS-REG-ABERTO
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-REG-TOTAL < 3000
                            ADD 1 TO WS-REG-TOTAL
                            MOVE EMPMASTER-IMAGEM TO
                                WS-REG-IMAGEM(WS-REG-TOTAL)
                            MOVE 'S' TO WS-REG-ATIVO(WS-REG-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-REG-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-MASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

       REVERTE-CHAVE-EMPMASTER.
            MOVE 0 TO WS-REG-ACHADO.
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-TOTAL
                    OR WS-REG-ACHADO > 0
                IF WS-REG-ATIVO(WS-REG-SUB) = 'S'
                        AND WS-REG-IMAGEM(WS-REG-SUB)(1:10) =
                            WS-CHV-CHAVE(WS-CHV-SUB)
                    MOVE WS-REG-SUB TO WS-REG-ACHADO
                END-IF
            END-PERFORM.
            IF WS-REG-ACHADO > 0
                MOVE 'S' TO WS-ATUAL-EXISTE
                MOVE WS-REG-IMAGEM(WS-REG-ACHADO) TO WS-ATUAL-IMAGEM
            ELSE
                MOVE 'N' TO WS-ATUAL-EXISTE
                MOVE SPACES TO WS-ATUAL-IMAGEM
            END-IF
            PERFORM CONFERE-ESTADO-ATUAL.
            IF WS-CHV-SITUACAO(WS-CHV-SUB) = 'P'
                MOVE 'S' TO WS-GRAVOU
                IF WS-PREVIA = 'N'
                    PERFORM GRAVA-EMPMASTER
                END-IF
                PERFORM FINALIZA-CHAVE
            END-IF.

       GRAVA-EMPMASTER.
            IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                MOVE 'N' TO WS-REG-ATIVO(WS-REG-ACHADO)
            ELSE
                IF WS-ATUAL-EXISTE = 'S'
                    MOVE WS-CHV-ANTES(WS-CHV-SUB) TO
                        WS-REG-IMAGEM(WS-REG-ACHADO)
                ELSE
                    IF WS-REG-TOTAL < 3000
                        ADD 1 TO WS-REG-TOTAL
                        MOVE WS-CHV-ANTES(WS-CHV-SUB) TO
                            WS-REG-IMAGEM(WS-REG-TOTAL)
                        MOVE 'S' TO WS-REG-ATIVO(WS-REG-TOTAL)
                    ELSE
                        MOVE 'N' TO WS-GRAVOU
                    END-IF
                END-IF
            END-IF
            IF WS-GRAVOU = 'S'
                MOVE 'S' TO WS-REG-ALTERADO
            END-IF.

       REGRAVA-EMPMASTER.
            OPEN OUTPUT EMPLOYEE-MASTER-FILE.
            PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                    UNTIL WS-REG-SUB > WS-REG-TOTAL
                IF WS-REG-ATIVO(WS-REG-SUB) = 'S'
                    MOVE WS-REG-IMAGEM(WS-REG-SUB) TO EMPMASTER-IMAGEM
                    WRITE EMPMASTER-IMAGEM
                END-IF
            END-PERFORM.
            CLOSE EMPLOYEE-MASTER-FILE.

       RELATA-CHAVES.
            PERFORM VARYING WS-CHV-SUB FROM 1 BY 1
                    UNTIL WS-CHV-SUB > WS-CHV-TOTAL
                PERFORM RELATA-CHAVE
            END-PERFORM.

       RELATA-CHAVE.
            MOVE SPACES TO WS-LINHA.
            EVALUATE WS-CHV-SITUACAO(WS-CHV-SUB)
             WHEN 'R'
                ADD 1 TO WS-QTD-REVERTIDAS
                IF WS-PREVIA = 'S'
                    IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                        MOVE "A REVERTER - EXCLUI O REGISTRO INCLUIDO"
                            TO WS-LINHA(27:54)
                    ELSE
                        MOVE "A REVERTER - RESTAURA A IMAGEM ANTERIOR"
                            TO WS-LINHA(27:54)
                    END-IF
                ELSE
                    IF WS-CHV-OP-PRIMEIRA(WS-CHV-SUB) = 'I'
                        MOVE "REVERTIDA - REGISTRO INCLUIDO EXCLUIDO"
                            TO WS-LINHA(27:54)
                    ELSE
                        MOVE "REVERTIDA - IMAGEM ANTERIOR RESTAURADA"
                            TO WS-LINHA(27:54)
                    END-IF
                END-IF
             WHEN 'L'
                ADD 1 TO WS-QTD-MANTIDAS
                STRING "    " WS-CHV-ARQUIVO(WS-CHV-SUB) " "
                    WS-CHV-CHAVE(WS-CHV-SUB) " ALTERADA DEPOIS "
                    WS-CHV-MOTIVO(WS-CHV-SUB) " - MANTIDA"
                    DELIMITED BY SIZE INTO WS-LINHA
             WHEN 'Z'
                MOVE "INCLUIDA E EXCLUIDA NA EXECUCAO - NADA A FAZER"
                    TO WS-LINHA(27:54)
             WHEN 'D'
                ADD 1 TO WS-QTD-MANTIDAS
                MOVE "MASTER DIFERE DA IMAGEM DA EXECUCAO - MANTIDA"
                    TO WS-LINHA(27:54)
             WHEN 'S'
                ADD 1 TO WS-QTD-MANTIDAS
                MOVE "SEM IMAGEM ANTERIOR NO CHANGELOG - MANTIDA"
                    TO WS-LINHA(27:54)
             WHEN 'N'
                ADD 1 TO WS-QTD-MANTIDAS
                MOVE "ARQUIVO SEM BACKOUT - NAO REVERTIDA"
                    TO WS-LINHA(27:54)
             WHEN 'F'
                ADD 1 TO WS-QTD-MANTIDAS
                MOVE "MASTER NAO DISPONIVEL - NAO REVERTIDA"
                    TO WS-LINHA(27:54)
             WHEN 'X'
                ADD 1 TO WS-QTD-MANTIDAS
                MOVE "MASTER EXCEDE 3000 REGISTROS - NAO REVERTIDA"
                    TO WS-LINHA(27:54)
             WHEN OTHER
                ADD 1 TO WS-QTD-MANTIDAS
                MOVE "ERRO NA GRAVACAO DO MASTER - NAO REVERTIDA"
                    TO WS-LINHA(27:54)
            END-EVALUATE
            MOVE WS-CHV-ARQUIVO(WS-CHV-SUB) TO WS-LINHA(5:10).
            MOVE WS-CHV-CHAVE(WS-CHV-SUB) TO WS-LINHA(16:10).
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            MOVE WS-LINHA TO BACKOUT-REPORT-RECORD.
            WRITE BACKOUT-REPORT-RECORD.

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM CHGBACKOUT.
