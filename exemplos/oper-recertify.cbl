      ******************************************************************
      * Author:
      * Date:
      * Purpose: quarterly recertification of operator access.
      *          OPERMASTER grants are only ever added, so once a
      *          quarter mode 1 lists every active operator's
      *          granted programs next to the last time the
      *          operator actually ran each one, off AUDITLOG and
      *          the AUDITARCH archive, and flags rights unused
      *          for 90 days, operators with no run at all since
      *          the previous review (the last 90 days on the
      *          first one) and grants made since the previous
      *          review. The review goes onto ACCESSREV, one
      *          pending line per operator. Mode 2 is the
      *          supervisor's sign-off of one operator - never by
      *          the operator under review - keeping or revoking
      *          each granted program; mode 3 applies the approved
      *          revocations back to OPERMASTER with CHANGELOG
      *          images; mode 4 lists where the review stands.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERRECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERMASTER.
           SELECT ACCESS-REVIEW-FILE ASSIGN TO "ACCESSREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCESSREV.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDITARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVE.
           SELECT RECERT-REPORT-FILE ASSIGN TO "RECERTRPT"
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
       FD  OPERATOR-MASTER-FILE.
           COPY "opermst.cpy".

       FD  ACCESS-REVIEW-FILE.
           COPY "accrev.cpy".

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD     PIC X(90).

       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-RECORD     PIC X(80).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-OPERMASTER PIC X(2).
           77 WS-FS-ACCESSREV PIC X(2).
           77 WS-FS-ARCHIVE PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-PROGRAMAS.
               05 WS-NOME-PROGRAMA OCCURS 20 TIMES PIC X(12).
           77 WS-PROG-SUB PIC 9(2).
      * OPERMASTER is held as whole record images so the credential
      * fields go back exactly as read; beside each operator, the
      * last day it ran anything and each of the 20 programs.
           01 WS-TABELA-OPERADORES.
               05 WS-OPE-ENTRADA OCCURS 100 TIMES.
                   10 WS-OPE-ID         PIC X(10).
                   10 WS-OPE-IMAGEM     PIC X(112).
                   10 WS-OPE-USO-GERAL  PIC 9(8).
                   10 WS-OPE-USO        PIC 9(8) OCCURS 20 TIMES.
           77 WS-OPE-TOTAL PIC 9(3) VALUE 0.
           77 WS-OPE-SUB PIC 9(3).
           77 WS-OPE-ACHADO PIC 9(3).
           77 WS-OPE-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-REVISOES.
               05 WS-REV-IMAGEM PIC X(103) OCCURS 2000 TIMES.
           77 WS-REV-TOTAL PIC 9(4) VALUE 0.
           77 WS-REV-SUB PIC 9(4).
           77 WS-REV-ACHADO PIC 9(4).
           77 WS-REV-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ULTIMA-REVISAO PIC 9(8) VALUE 0.
           77 WS-QTD-PENDENTES PIC 9(3) VALUE 0.
           77 WS-QTD-CERTIFICADOS PIC 9(3) VALUE 0.
           77 WS-QTD-REVOGADOS PIC 9(3) VALUE 0.
           77 WS-QTD-APLICADOS PIC 9(3) VALUE 0.
           77 WS-QTD-OPERADORES PIC 9(3) VALUE 0.
           77 WS-QTD-SEM-USO PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-ACESSO PIC 9(3) VALUE 0.
           77 WS-QTD-NOVAS PIC 9(4) VALUE 0.
           77 WS-QTD-PROGRAMAS PIC 9(2).
           77 WS-QTD-RETIRADOS PIC 9(2).
      * Rights not run for this many days are flagged as unused.
           77 WS-DIAS-SEM-USO PIC 9(3) VALUE 90.
           77 WS-DATA-LIMITE-USO PIC 9(8).
           77 WS-INICIO-PERIODO PIC 9(8).
           77 WS-AUT-ANTERIOR PIC X(20).
           77 WS-TEM-ANTERIOR PIC X(1).
           77 WS-ID-ENTRADA PIC X(10).
           77 WS-RESPOSTA PIC X(1).
           77 WS-DATA-EDITADA PIC X(8).
           77 WS-TEXTO-ALERTA PIC X(60).
           77 WS-LINHA PIC X(80).
           77 WS-DATA-REF PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "OPERRECERT".

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
            PERFORM INICIALIZA-PROGRAMAS
            DISPLAY "1 - EMITIR REVISAO DE ACESSOS"
            DISPLAY "2 - CERTIFICAR OPERADOR (SUPERVISOR)"
            DISPLAY "3 - APLICAR REVOGACOES APROVADAS"
            DISPLAY "4 - SITUACAO DA REVISAO"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM EMITE-REVISAO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "RECERT EMITIDA OPER " WS-QTD-OPERADORES
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM CERTIFICA-OPERADOR
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "RECERT ASSINADA " WS-ID-ENTRADA
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 3 PERFORM APLICA-REVOGACOES
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "RECERT REVOGACOES " WS-QTD-APLICADOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 4 PERFORM LISTA-SITUACAO
                     MOVE "RECERT CONSULTA SITUACAO" TO
                         WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

      * Same slot order as MENU-DRIVER and OPERAUTH.
       INICIALIZA-PROGRAMAS.
            MOVE "CALCULADORA"  TO WS-NOME-PROGRAMA(1).
            MOVE "FATORIAL"     TO WS-NOME-PROGRAMA(2).
            MOVE "EXERCICIO1"   TO WS-NOME-PROGRAMA(3).
            MOVE "EXERCICIO2"   TO WS-NOME-PROGRAMA(4).
            MOVE "EXERCICIO3"   TO WS-NOME-PROGRAMA(5).
            MOVE "EXERCICIO4"   TO WS-NOME-PROGRAMA(6).
            MOVE "EXERCICIO5"   TO WS-NOME-PROGRAMA(7).
            MOVE "EXERCICIO6"   TO WS-NOME-PROGRAMA(8).
            MOVE "EXERCICIO7"   TO WS-NOME-PROGRAMA(9).
            MOVE "EXERCICIO8"   TO WS-NOME-PROGRAMA(10).
            MOVE "EXERCICIO9"   TO WS-NOME-PROGRAMA(11).
            MOVE "EXERCICIO10"  TO WS-NOME-PROGRAMA(12).
            MOVE "EXERCICIO11"  TO WS-NOME-PROGRAMA(13).
            MOVE "EXERCICIO12"  TO WS-NOME-PROGRAMA(14).
            MOVE "EXERCICIO13"  TO WS-NOME-PROGRAMA(15).
            MOVE "EXERCICIO14"  TO WS-NOME-PROGRAMA(16).
            MOVE "EXERCICIO15"  TO WS-NOME-PROGRAMA(17).
            MOVE "EXERCICIO16"  TO WS-NOME-PROGRAMA(18).
            MOVE "EXERCICIO17"  TO WS-NOME-PROGRAMA(19).
            MOVE "EXERCICIO18"  TO WS-NOME-PROGRAMA(20).

      * One review per day, and a new one only once every operator
      * of the last has been signed off.
       EMITE-REVISAO.
            PERFORM CARREGA-REVISOES.
            EVALUATE TRUE
                WHEN WS-REV-ESTOUROU = 'S'
                    DISPLAY "ACCESSREV EXCEDE 2000 LINHAS - NAO SERA"
                        " REGRAVADO"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ULTIMA-REVISAO = WS-DATA-REF
                    DISPLAY "REVISAO DE " WS-DATA-REF " JA EMITIDA"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-QTD-PENDENTES > 0
                    DISPLAY "REVISAO DE " WS-ULTIMA-REVISAO
                        " AINDA COM " WS-QTD-PENDENTES
                        " OPERADOR(ES) PENDENTE(S)"
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    PERFORM CARREGA-OPERADORES
                    PERFORM GERA-REVISAO
            END-EVALUATE.

       GERA-REVISAO.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT WS-DIAS-SEM-USO FROM WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-LIMITE-USO.
            IF WS-ULTIMA-REVISAO > 0
                MOVE WS-ULTIMA-REVISAO TO WS-INICIO-PERIODO
            ELSE
                MOVE WS-DATA-LIMITE-USO TO WS-INICIO-PERIODO
            END-IF
            PERFORM ACUMULA-ARQUIVO-AUDITORIA.
            PERFORM ACUMULA-AUDITLOG.
            OPEN OUTPUT RECERT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "RECERTIFICACAO DE ACESSOS - REVISAO DE "
                WS-DATA-REF DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            IF WS-ULTIMA-REVISAO > 0
                STRING "PERIODO DESDE A REVISAO DE " WS-ULTIMA-REVISAO
                    " - SEM USO: ANTES DE " WS-DATA-LIMITE-USO
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "PRIMEIRA REVISAO - PERIODO DESDE "
                    WS-INICIO-PERIODO " - SEM USO: ANTES DE "
                    WS-DATA-LIMITE-USO
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-OPE-SUB FROM 1 BY 1
                    UNTIL WS-OPE-SUB > WS-OPE-TOTAL
                MOVE WS-OPE-IMAGEM(WS-OPE-SUB) TO
                    OPERATOR-MASTER-RECORD
                IF OM-ATIVO = 'S'
                    PERFORM REVISA-OPERADOR
                END-IF
            END-PERFORM.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "OPERADORES " WS-QTD-OPERADORES
                " SEM ACESSO NO PERIODO " WS-QTD-SEM-ACESSO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "DIREITOS SEM USO " WS-QTD-SEM-USO
                " CONCESSOES NOVAS " WS-QTD-NOVAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "CADA OPERADOR AGUARDA CERTIFICACAO DO SUPERVISOR"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE RECERT-REPORT-FILE.
            PERFORM REGRAVA-REVISOES.

      * The operator's flags at the previous review tell which
      * grants are new; an operator missing from it had none.
       REVISA-OPERADOR.
            ADD 1 TO WS-QTD-OPERADORES.
            MOVE ALL 'N' TO WS-AUT-ANTERIOR.
            MOVE 'N' TO WS-TEM-ANTERIOR.
            IF WS-ULTIMA-REVISAO > 0
                MOVE 'S' TO WS-TEM-ANTERIOR
                MOVE OM-ID TO WS-ID-ENTRADA
                PERFORM LOCALIZA-LINHA-REVISAO
                IF WS-REV-ACHADO > 0
                    MOVE WS-REV-IMAGEM(WS-REV-ACHADO) TO
                        ACCESS-REVIEW-RECORD
                    MOVE AR-AUT-REVISADA TO WS-AUT-ANTERIOR
                END-IF
            END-IF
            MOVE WS-OPE-USO-GERAL(WS-OPE-SUB) TO WS-DS-DATA.
            PERFORM EDITA-DATA.
            MOVE SPACES TO WS-LINHA.
            STRING "OPERADOR " OM-ID " " OM-NOME " ULTIMO USO "
                WS-DATA-EDITADA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-OPE-USO-GERAL(WS-OPE-SUB) < WS-INICIO-PERIODO
                ADD 1 TO WS-QTD-SEM-ACESSO
                MOVE SPACES TO WS-TEXTO-ALERTA
                STRING "NENHUM ACESSO DESDE " WS-INICIO-PERIODO
                    DELIMITED BY SIZE INTO WS-TEXTO-ALERTA
                PERFORM GRAVA-ALERTA
            END-IF
            MOVE 0 TO WS-QTD-PROGRAMAS.
            PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                    UNTIL WS-PROG-SUB > 20
                IF OM-AUT-PROGRAMA(WS-PROG-SUB) = 'S'
                    PERFORM REVISA-DIREITO
                END-IF
            END-PERFORM.
            IF WS-QTD-PROGRAMAS = 0
                MOVE "    NENHUM PROGRAMA CONCEDIDO" TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            IF WS-REV-TOTAL < 2000
                MOVE SPACES TO ACCESS-REVIEW-RECORD
                MOVE WS-DATA-REF TO AR-REVISAO
                MOVE OM-ID TO AR-OPER-ID
                MOVE 'P' TO AR-STATUS
                MOVE WS-OPERADOR-ID TO AR-EMISSOR
                MOVE OM-AUTORIZACOES TO AR-AUT-REVISADA
                MOVE OM-AUTORIZACOES TO AR-AUT-MANTIDA
                MOVE 0 TO AR-DATA-ASSINATURA
                MOVE 0 TO AR-DATA-APLIC
                ADD 1 TO WS-REV-TOTAL
                MOVE ACCESS-REVIEW-RECORD TO WS-REV-IMAGEM(WS-REV-TOTAL)
            ELSE
                MOVE 'S' TO WS-REV-ESTOUROU
            END-IF.

       REVISA-DIREITO.
            ADD 1 TO WS-QTD-PROGRAMAS.
            MOVE WS-OPE-USO(WS-OPE-SUB, WS-PROG-SUB) TO WS-DS-DATA.
            PERFORM EDITA-DATA.
            MOVE SPACES TO WS-LINHA.
            STRING "    " WS-NOME-PROGRAMA(WS-PROG-SUB)
                " ULTIMO USO " WS-DATA-EDITADA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-OPE-USO(WS-OPE-SUB, WS-PROG-SUB) < WS-DATA-LIMITE-USO
                ADD 1 TO WS-QTD-SEM-USO
                MOVE SPACES TO WS-TEXTO-ALERTA
                STRING "SEM USO HA MAIS DE " WS-DIAS-SEM-USO " DIAS"
                    DELIMITED BY SIZE INTO WS-TEXTO-ALERTA
                PERFORM GRAVA-ALERTA
            END-IF
            IF WS-TEM-ANTERIOR = 'S'
                    AND WS-AUT-ANTERIOR(WS-PROG-SUB:1) NOT = 'S'
                ADD 1 TO WS-QTD-NOVAS
                MOVE SPACES TO WS-TEXTO-ALERTA
                STRING "CONCEDIDO APOS A REVISAO DE " WS-ULTIMA-REVISAO
                    DELIMITED BY SIZE INTO WS-TEXTO-ALERTA
                PERFORM GRAVA-ALERTA
            END-IF.

       EDITA-DATA.
            IF WS-DS-DATA = 0
                MOVE "NUNCA" TO WS-DATA-EDITADA
            ELSE
                MOVE WS-DS-DATA TO WS-DATA-EDITADA
            END-IF.

       GRAVA-ALERTA.
            MOVE SPACES TO WS-LINHA.
            STRING "      ** " WS-TEXTO-ALERTA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * Archived months first, then the live log; a refused
      * sign-on is not a use of the program it was refused for.
       ACUMULA-ARQUIVO-AUDITORIA.
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
                        PERFORM REGISTRA-USO
                END-READ
            END-PERFORM.
            IF WS-FS-ARCHIVE = "10"
                CLOSE AUDIT-ARCHIVE-FILE
            END-IF.

       ACUMULA-AUDITLOG.
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
                        PERFORM REGISTRA-USO
                END-READ
            END-PERFORM.
            IF WS-FS-AUDITLOG = "10"
                CLOSE AUDIT-TRAIL-FILE
            END-IF.

       REGISTRA-USO.
            IF AT-RESUMO NOT = "SIGNON REJEITADO"
                    AND AT-DATA IS NUMERIC
                MOVE AT-OPERADOR TO WS-ID-ENTRADA
                PERFORM LOCALIZA-OPERADOR
                IF WS-OPE-ACHADO > 0
                    IF AT-DATA > WS-OPE-USO-GERAL(WS-OPE-ACHADO)
                        MOVE AT-DATA TO WS-OPE-USO-GERAL(WS-OPE-ACHADO)
                    END-IF
                    PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                            UNTIL WS-PROG-SUB > 20
                        IF WS-NOME-PROGRAMA(WS-PROG-SUB) = AT-PROGRAMA
                            IF AT-DATA >
                                WS-OPE-USO(WS-OPE-ACHADO, WS-PROG-SUB)
                                MOVE AT-DATA TO
                                  WS-OPE-USO(WS-OPE-ACHADO, WS-PROG-SUB)
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

       CARREGA-OPERADORES.
            MOVE 0 TO WS-OPE-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT OPERATOR-MASTER-FILE.
            IF WS-FS-OPERMASTER NOT = "00"
                DISPLAY "OPERMASTER NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ OPERATOR-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-OPE-TOTAL < 100
                            ADD 1 TO WS-OPE-TOTAL
                            MOVE OM-ID TO WS-OPE-ID(WS-OPE-TOTAL)
                            MOVE OPERATOR-MASTER-RECORD TO
                                WS-OPE-IMAGEM(WS-OPE-TOTAL)
                            MOVE 0 TO WS-OPE-USO-GERAL(WS-OPE-TOTAL)
                            PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                                    UNTIL WS-PROG-SUB > 20
                                MOVE 0 TO WS-OPE-USO(WS-OPE-TOTAL,
                                    WS-PROG-SUB)
                            END-PERFORM
                        ELSE
                            MOVE 'S' TO WS-OPE-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-OPERMASTER = "10"
                CLOSE OPERATOR-MASTER-FILE
            END-IF.

       LOCALIZA-OPERADOR.
            MOVE 0 TO WS-OPE-ACHADO.
            PERFORM VARYING WS-OPE-SUB FROM 1 BY 1
                    UNTIL WS-OPE-SUB > WS-OPE-TOTAL
                    OR WS-OPE-ACHADO > 0
                IF WS-OPE-ID(WS-OPE-SUB) = WS-ID-ENTRADA
                    MOVE WS-OPE-SUB TO WS-OPE-ACHADO
                END-IF
            END-PERFORM.

      * Loads ACCESSREV, noting the latest review and how many of
      * its operators are still waiting for a signature.
       CARREGA-REVISOES.
            MOVE 0 TO WS-REV-TOTAL.
            MOVE 0 TO WS-ULTIMA-REVISAO.
            MOVE 0 TO WS-QTD-PENDENTES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ACCESS-REVIEW-FILE.
            IF WS-FS-ACCESSREV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ACCESS-REVIEW-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-REV-TOTAL < 2000
                            ADD 1 TO WS-REV-TOTAL
                            MOVE ACCESS-REVIEW-RECORD TO
                                WS-REV-IMAGEM(WS-REV-TOTAL)
                            IF AR-REVISAO > WS-ULTIMA-REVISAO
                                MOVE AR-REVISAO TO WS-ULTIMA-REVISAO
                            END-IF
                        ELSE
                            MOVE 'S' TO WS-REV-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ACCESSREV = "10"
                CLOSE ACCESS-REVIEW-FILE
            END-IF
            PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                    UNTIL WS-REV-SUB > WS-REV-TOTAL
                MOVE WS-REV-IMAGEM(WS-REV-SUB) TO ACCESS-REVIEW-RECORD
                IF AR-REVISAO = WS-ULTIMA-REVISAO AND AR-STATUS = 'P'
                    ADD 1 TO WS-QTD-PENDENTES
                END-IF
            END-PERFORM.

      * WS-REV-ACHADO is WS-ID-ENTRADA's line on the latest review,
      * zero when there is none.
       LOCALIZA-LINHA-REVISAO.
            MOVE 0 TO WS-REV-ACHADO.
            PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                    UNTIL WS-REV-SUB > WS-REV-TOTAL
                    OR WS-REV-ACHADO > 0
                MOVE WS-REV-IMAGEM(WS-REV-SUB) TO ACCESS-REVIEW-RECORD
                IF AR-REVISAO = WS-ULTIMA-REVISAO
                        AND AR-OPER-ID = WS-ID-ENTRADA
                    MOVE WS-REV-SUB TO WS-REV-ACHADO
                END-IF
            END-PERFORM.

       REGRAVA-REVISOES.
            IF WS-REV-ESTOUROU = 'S'
                DISPLAY "ACCESSREV EXCEDE 2000 LINHAS - NAO SERA"
                    " REGRAVADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT ACCESS-REVIEW-FILE
                PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                        UNTIL WS-REV-SUB > WS-REV-TOTAL
                    MOVE WS-REV-IMAGEM(WS-REV-SUB) TO
                        ACCESS-REVIEW-RECORD
                    WRITE ACCESS-REVIEW-RECORD
                END-PERFORM
                CLOSE ACCESS-REVIEW-FILE
            END-IF.

       CERTIFICA-OPERADOR.
            DISPLAY "DIGITE O ID DO OPERADOR A CERTIFICAR:"
            ACCEPT WS-ID-ENTRADA
            PERFORM CARREGA-REVISOES.
            PERFORM LOCALIZA-LINHA-REVISAO.
            IF WS-REV-ACHADO > 0
                MOVE WS-REV-IMAGEM(WS-REV-ACHADO) TO
                    ACCESS-REVIEW-RECORD
            END-IF
            EVALUATE TRUE
                WHEN WS-ULTIMA-REVISAO = 0
                    DISPLAY "NENHUMA REVISAO DE ACESSOS EMITIDA"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-REV-ACHADO = 0
                    DISPLAY "OPERADOR " WS-ID-ENTRADA " FORA DA REVISAO"
                        " DE " WS-ULTIMA-REVISAO
                    MOVE 8 TO RETURN-CODE
                WHEN AR-STATUS NOT = 'P'
                    DISPLAY "OPERADOR " WS-ID-ENTRADA
                        " JA ASSINADO POR " AR-ASSINANTE
                        " EM " AR-DATA-ASSINATURA
                WHEN AR-OPER-ID = WS-OPERADOR-ID
                    DISPLAY "O PROPRIO ACESSO NAO PODE SER CERTIFICADO"
                        " - ASSINATURA POR OUTRO SUPERVISOR"
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    PERFORM DECIDE-CERTIFICACAO
            END-EVALUATE.

      * Each granted program is kept or revoked; nothing can be
      * granted here - grants stay with OPERMAINT.
       DECIDE-CERTIFICACAO.
            DISPLAY "REVISAO DE " AR-REVISAO " EMITIDA POR " AR-EMISSOR.
            MOVE 0 TO WS-QTD-RETIRADOS.
            PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                    UNTIL WS-PROG-SUB > 20
                IF AR-AUT-REV(WS-PROG-SUB) = 'S'
                    DISPLAY "MANTER " WS-NOME-PROGRAMA(WS-PROG-SUB)
                        " (S/N)?"
                    MOVE SPACE TO WS-RESPOSTA
                    ACCEPT WS-RESPOSTA
                    IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                        MOVE 'N' TO AR-AUT-MAN(WS-PROG-SUB)
                        ADD 1 TO WS-QTD-RETIRADOS
                    ELSE
                        MOVE 'S' TO AR-AUT-MAN(WS-PROG-SUB)
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-QTD-RETIRADOS = 0
                MOVE 'C' TO AR-STATUS
                DISPLAY "ACESSO DE " AR-OPER-ID " CERTIFICADO"
            ELSE
                MOVE 'R' TO AR-STATUS
                DISPLAY "REVOGACAO DE " WS-QTD-RETIRADOS
                    " PROGRAMA(S) APROVADA - APLICAR PELO MODO 3"
            END-IF
            MOVE WS-OPERADOR-ID TO AR-ASSINANTE.
            MOVE WS-DATA-REF TO AR-DATA-ASSINATURA.
            MOVE ACCESS-REVIEW-RECORD TO WS-REV-IMAGEM(WS-REV-ACHADO).
            PERFORM REGRAVA-REVISOES.

      * Only the grants the supervisor dropped are turned off; a
      * grant made after the review stays for the next one. The
      * CHANGELOG images stop before the credential fields.
       APLICA-REVOGACOES.
            PERFORM CARREGA-REVISOES.
            PERFORM CARREGA-OPERADORES.
            IF WS-OPE-ESTOUROU = 'S' OR WS-REV-ESTOUROU = 'S'
                DISPLAY "OPERMASTER OU ACCESSREV ACIMA DA CAPACIDADE"
                    " - NADA APLICADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE "OPERMASTER" TO WS-CHG-ARQUIVO
                MOVE "A" TO WS-CHG-OPERACAO
                PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                        UNTIL WS-REV-SUB > WS-REV-TOTAL
                    MOVE WS-REV-IMAGEM(WS-REV-SUB) TO
                        ACCESS-REVIEW-RECORD
                    IF AR-STATUS = 'R'
                        PERFORM APLICA-REVOGACAO
                    END-IF
                END-PERFORM
                IF WS-QTD-APLICADOS > 0
                    PERFORM REGRAVA-OPERMASTER
                    PERFORM REGRAVA-REVISOES
                END-IF
                DISPLAY "REVOGACOES APLICADAS: " WS-QTD-APLICADOS
            END-IF.

       APLICA-REVOGACAO.
            MOVE AR-OPER-ID TO WS-ID-ENTRADA.
            PERFORM LOCALIZA-OPERADOR.
            IF WS-OPE-ACHADO = 0
                DISPLAY "OPERADOR " AR-OPER-ID " NAO ESTA NA OPERMASTER"
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE WS-OPE-IMAGEM(WS-OPE-ACHADO) TO
                    OPERATOR-MASTER-RECORD
                MOVE OPERATOR-MASTER-RECORD(1:55) TO WS-CHG-ANTES
                PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                        UNTIL WS-PROG-SUB > 20
                    IF AR-AUT-MAN(WS-PROG-SUB) = 'N'
                            AND AR-AUT-REV(WS-PROG-SUB) = 'S'
                        MOVE 'N' TO OM-AUT-PROGRAMA(WS-PROG-SUB)
                    END-IF
                END-PERFORM
                MOVE OPERATOR-MASTER-RECORD(1:55) TO WS-CHG-DEPOIS
                MOVE OPERATOR-MASTER-RECORD TO
                    WS-OPE-IMAGEM(WS-OPE-ACHADO)
                IF WS-CHG-DEPOIS NOT = WS-CHG-ANTES
                    MOVE OM-ID TO WS-CHG-CHAVE
                    PERFORM GRAVA-CHANGELOG
                END-IF
                MOVE 'A' TO AR-STATUS
                MOVE WS-DATA-REF TO AR-DATA-APLIC
                MOVE ACCESS-REVIEW-RECORD TO WS-REV-IMAGEM(WS-REV-SUB)
                ADD 1 TO WS-QTD-APLICADOS
                DISPLAY "OPERADOR " AR-OPER-ID " AUT: " OM-AUTORIZACOES
            END-IF.

       REGRAVA-OPERMASTER.
            OPEN OUTPUT OPERATOR-MASTER-FILE.
            PERFORM VARYING WS-OPE-SUB FROM 1 BY 1
                    UNTIL WS-OPE-SUB > WS-OPE-TOTAL
                MOVE WS-OPE-IMAGEM(WS-OPE-SUB) TO OPERATOR-MASTER-RECORD
                WRITE OPERATOR-MASTER-RECORD
            END-PERFORM.
            CLOSE OPERATOR-MASTER-FILE.

       LISTA-SITUACAO.
            PERFORM CARREGA-REVISOES.
            IF WS-ULTIMA-REVISAO = 0
                DISPLAY "NENHUMA REVISAO DE ACESSOS EMITIDA"
            ELSE
                DISPLAY "=== REVISAO DE ACESSOS DE " WS-ULTIMA-REVISAO
                    " ==="
                PERFORM VARYING WS-REV-SUB FROM 1 BY 1
                        UNTIL WS-REV-SUB > WS-REV-TOTAL
                    MOVE WS-REV-IMAGEM(WS-REV-SUB) TO
                        ACCESS-REVIEW-RECORD
                    IF AR-REVISAO = WS-ULTIMA-REVISAO
                        PERFORM LISTA-LINHA-REVISAO
                    END-IF
                END-PERFORM
                DISPLAY "PENDENTES " WS-QTD-PENDENTES
                    " CERTIFICADOS " WS-QTD-CERTIFICADOS
                    " REVOGACOES A APLICAR " WS-QTD-REVOGADOS
                    " APLICADAS " WS-QTD-APLICADOS
            END-IF.

       LISTA-LINHA-REVISAO.
            EVALUATE AR-STATUS
                WHEN 'P'
                    DISPLAY AR-OPER-ID " PENDENTE"
                WHEN 'C'
                    ADD 1 TO WS-QTD-CERTIFICADOS
                    DISPLAY AR-OPER-ID " CERTIFICADO POR " AR-ASSINANTE
                        " EM " AR-DATA-ASSINATURA
                WHEN 'R'
                    ADD 1 TO WS-QTD-REVOGADOS
                    DISPLAY AR-OPER-ID " REVOGACAO APROVADA POR "
                        AR-ASSINANTE " MANTER " AR-AUT-MANTIDA
                WHEN OTHER
                    ADD 1 TO WS-QTD-APLICADOS
                    DISPLAY AR-OPER-ID " REVOGACAO APLICADA EM "
                        AR-DATA-APLIC " AUT " AR-AUT-MANTIDA
            END-EVALUATE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO RECERT-REPORT-RECORD.
            WRITE RECERT-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM OPERRECERT.
