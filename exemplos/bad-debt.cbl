      ******************************************************************
      * Author:
      * Date:
      * Purpose: bad-debt write-off for the utility receivables.
      *          Mode 1 proposes every BILLHIST invoice still open a
      *          year past BH-DATA-VENCIMENTO on an account that has
      *          already had DUNLETTER's last (stage-3) letter, one
      *          WRITEOFF proposal per invoice. Mode 2 is the
      *          supervisor's approval pass - each pending proposal
      *          is approved or refused, never by the operator who
      *          proposed it. Mode 3 writes off the approved ones:
      *          the invoice goes to status 'W' on BILLHIST (out of
      *          dunning, cut-off and the CUSTSTMT aging), a line
      *          for the outside collection agency goes onto
      *          AGENCYPLC and the proposal is stamped with the
      *          write-off date GLPOST posts the loss under. Mode 4
      *          reports what was written off against what the
      *          agency has recovered since (BDRECOV, posted in by
      *          PAYPOST).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BADDEBT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BILLHIST.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT DUNNING-STAGE-FILE ASSIGN TO "DUNSTAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUNSTAGE.
           SELECT WRITE-OFF-FILE ASSIGN TO "WRITEOFF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WRITEOFF.
           SELECT AGENCY-PLACEMENT-FILE ASSIGN TO "AGENCYPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGENCYPLC.
           SELECT BAD-DEBT-RECOVERY-FILE ASSIGN TO "BDRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BDRECOV.
           SELECT WRITE-OFF-REPORT-FILE ASSIGN TO "WOREPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-HISTORY-FILE.
           COPY "bilhist.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  DUNNING-STAGE-FILE.
       01  DUNNING-STAGE-RECORD.
           05 DN-CONTA              PIC 9(6).
           05 DN-DELIM-1            PIC X(1).
           05 DN-ESTAGIO            PIC 9(1).
           05 DN-DELIM-2            PIC X(1).
           05 DN-DATA-ENVIO         PIC 9(8).

       FD  WRITE-OFF-FILE.
           COPY "wrtoff.cpy".

      * One line per invoice handed to the collection agency: who
      * owes, where to find them, which invoice and how much.
       FD  AGENCY-PLACEMENT-FILE.
       01  AGENCY-PLACEMENT-RECORD.
           05 AG-CONTA              PIC 9(6).
           05 AG-DELIM-1            PIC X(1).
           05 AG-NOME               PIC X(20).
           05 AG-DELIM-2            PIC X(1).
           05 AG-ENDERECO           PIC X(30).
           05 AG-DELIM-3            PIC X(1).
           05 AG-DATA-VENCIMENTO    PIC 9(8).
           05 AG-DELIM-4            PIC X(1).
           05 AG-VALOR              PIC 9(4)V99.
           05 AG-DELIM-5            PIC X(1).
           05 AG-DATA-COLOCACAO     PIC 9(8).

       FD  BAD-DEBT-RECOVERY-FILE.
           COPY "bdrecov.cpy".

       FD  WRITE-OFF-REPORT-FILE.
       01  WRITE-OFF-REPORT-RECORD  PIC X(90).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-DUNSTAGE PIC X(2).
           77 WS-FS-WRITEOFF PIC X(2).
           77 WS-FS-AGENCYPLC PIC X(2).
           77 WS-FS-BDRECOV PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-EOF-CUSTMASTER PIC X(1).
           01 WS-TABELA-FATURAS.
               05 WS-FAT-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-FAT-IX.
                   10 WS-FAT-CONTA      PIC 9(6).
                   10 WS-FAT-VALOR      PIC 9(4)V99.
                   10 WS-FAT-ATRASO     PIC 9(3).
                   10 WS-FAT-MULTA      PIC 9(4)V99.
                   10 WS-FAT-TOTAL      PIC 9(4)V99.
                   10 WS-FAT-VENC       PIC 9(8).
                   10 WS-FAT-PAGO       PIC 9(4)V99.
                   10 WS-FAT-STATUS     PIC X(1).
                   10 WS-FAT-CONSUMO    PIC 9(6).
                   10 WS-FAT-ORIGEM     PIC X(1).
           77 WS-FAT-TOTAL-REGS PIC 9(3) VALUE 0.
           77 WS-FAT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-FAT-SUB PIC 9(3).
           77 WS-FAT-ACHOU PIC X(1).
           01 WS-TABELA-BAIXAS.
               05 WS-BXA-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-BXA-IX.
                   10 WS-BXA-CONTA      PIC 9(6).
                   10 WS-BXA-VENC       PIC 9(8).
                   10 WS-BXA-VALOR      PIC 9(4)V99.
                   10 WS-BXA-STATUS     PIC X(1).
                   10 WS-BXA-PROPOSTA   PIC 9(8).
                   10 WS-BXA-PROPONENTE PIC X(10).
                   10 WS-BXA-APROVADOR  PIC X(10).
                   10 WS-BXA-DATA-BAIXA PIC 9(8).
           77 WS-BXA-TOTAL PIC 9(3) VALUE 0.
           77 WS-BXA-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-BXA-SUB PIC 9(3).
           77 WS-BXA-ACHOU PIC X(1).
           77 WS-BXA-ALTERADO PIC X(1) VALUE 'N'.
      * Accounts that already received the last dunning letter -
      * only those have survived every stage of the collection.
           01 WS-TABELA-AVISADOS.
               05 WS-AVI-CONTA OCCURS 200 TIMES
                       INDEXED BY WS-AVI-IX PIC 9(6).
           77 WS-AVI-TOTAL PIC 9(3) VALUE 0.
           77 WS-AVI-SUB PIC 9(3).
           77 WS-AVI-ACHOU PIC X(1).
      * Days past due before an open invoice is considered lost.
           77 WS-DIAS-PERDA PIC 9(3) VALUE 365.
           77 WS-VALOR-ABERTO PIC 9(4)V99.
           77 WS-RESPOSTA PIC X(1).
           77 WS-NOME-CLIENTE PIC X(20).
           77 WS-ENDERECO-CLIENTE PIC X(30).
           77 WS-QTD-PROPOSTAS PIC 9(4) VALUE 0.
           77 WS-QTD-APROVADAS PIC 9(4) VALUE 0.
           77 WS-QTD-RECUSADAS PIC 9(4) VALUE 0.
           77 WS-QTD-BAIXADAS PIC 9(4) VALUE 0.
           77 WS-QTD-CANCELADAS PIC 9(4) VALUE 0.
           77 WS-QTD-RECUPERACOES PIC 9(4) VALUE 0.
           77 WS-TOTAL-PROPOSTO PIC 9(8)V99 VALUE 0.
           77 WS-TOTAL-BAIXADO PIC 9(8)V99 VALUE 0.
           77 WS-TOTAL-RECUPERADO PIC 9(8)V99 VALUE 0.
           77 WS-DATA-REF PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "BADDEBT".
           COPY "currency.cpy".

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
            DISPLAY "1 - PROPOR BAIXAS COMO PERDA"
            DISPLAY "2 - APROVAR PROPOSTAS DE BAIXA (SUPERVISOR)"
            DISPLAY "3 - EFETIVAR BAIXAS APROVADAS (AGENCYPLC)"
            DISPLAY "4 - RELATORIO DE BAIXAS E RECUPERACOES"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM PROPOE-BAIXAS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "BAIXAS PROPOSTAS: " WS-QTD-PROPOSTAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM APROVA-BAIXAS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "BAIXAS APROVADAS: " WS-QTD-APROVADAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 3 PERFORM EFETIVA-BAIXAS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "BAIXAS EFETIVADAS: " WS-QTD-BAIXADAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 4 PERFORM RELATORIO-RECUPERACOES
                     MOVE "MODO 4 - BAIXAS X RECUPERACOES" TO
                         WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

      * A WRITEOFF bigger than the work table cannot be rewritten
      * without losing the excess, so every mode that rewrites it
      * refuses it outright.
       PROPOE-BAIXAS.
            PERFORM CARREGA-BAIXAS.
            IF WS-BXA-ESTOUROU = 'S'
                DISPLAY "WRITEOFF EXCEDE 300 PROPOSTAS - PROPOSTA"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-AVISADOS
                OPEN OUTPUT WRITE-OFF-REPORT-FILE
                MOVE SPACES TO WS-LINHA
                STRING "PROPOSTAS DE BAIXA COMO PERDA - " WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 'N' TO WS-EOF-ARQ
                OPEN INPUT BILLING-HISTORY-FILE
                IF WS-FS-BILLHIST NOT = "00"
                    DISPLAY "BILLHIST NAO ENCONTRADO"
                    MOVE 'Y' TO WS-EOF-ARQ
                END-IF
                PERFORM UNTIL WS-EOF-ARQ = 'Y'
                    READ BILLING-HISTORY-FILE
                        AT END
                            MOVE 'Y' TO WS-EOF-ARQ
                        NOT AT END
                            IF BH-STATUS NOT = 'Q'
                                    AND BH-STATUS NOT = 'R'
                                    AND BH-STATUS NOT = 'W'
                                PERFORM AVALIA-PERDA
                            END-IF
                    END-READ
                END-PERFORM
                IF WS-FS-BILLHIST = "10"
                    CLOSE BILLING-HISTORY-FILE
                END-IF
                IF WS-QTD-PROPOSTAS > 0
                    PERFORM REGRAVA-BAIXAS
                END-IF
                MOVE WS-TOTAL-PROPOSTO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "PROPOSTAS: " WS-QTD-PROPOSTAS
                    "  VALOR PROPOSTO: " CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                CLOSE WRITE-OFF-REPORT-FILE
            END-IF.

      * Only stage 3 counts - an account still on the first letters
      * has not been through the whole collection yet.
       CARREGA-AVISADOS.
            MOVE 0 TO WS-AVI-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DUNNING-STAGE-FILE.
            IF WS-FS-DUNSTAGE NOT = "00"
                DISPLAY "DUNSTAGE NAO ENCONTRADO - NENHUMA CONTA"
      -             " ELEGIVEL"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DUNNING-STAGE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DN-ESTAGIO = 3 AND WS-AVI-TOTAL < 200
                            ADD 1 TO WS-AVI-TOTAL
                            MOVE DN-CONTA TO
                                WS-AVI-CONTA(WS-AVI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DUNSTAGE = "10"
                CLOSE DUNNING-STAGE-FILE
            END-IF.

      * Open money a full year past due on an account that has had
      * the last letter, and not already on WRITEOFF in any state -
      * a refused proposal is the supervisor's answer, not a
      * reminder to ask again.
       AVALIA-PERDA.
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE BH-DATA-VENCIMENTO TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            IF WS-DS-DIAS >= WS-DIAS-PERDA
                COMPUTE WS-VALOR-ABERTO = BH-TOTAL-PAGAR
                IF BH-VALOR-PAGO IS NUMERIC
                    SUBTRACT BH-VALOR-PAGO FROM WS-VALOR-ABERTO
                END-IF
                MOVE 'N' TO WS-AVI-ACHOU
                PERFORM VARYING WS-AVI-SUB FROM 1 BY 1
                        UNTIL WS-AVI-SUB > WS-AVI-TOTAL
                        OR WS-AVI-ACHOU = 'S'
                    IF WS-AVI-CONTA(WS-AVI-SUB) = BH-CONTA
                        MOVE 'S' TO WS-AVI-ACHOU
                    END-IF
                END-PERFORM
                IF WS-VALOR-ABERTO > 0 AND WS-AVI-ACHOU = 'S'
                    PERFORM LOCALIZA-PROPOSTA
                    IF WS-BXA-ACHOU = 'N'
                        PERFORM INCLUI-PROPOSTA
                    END-IF
                END-IF
            END-IF.

       LOCALIZA-PROPOSTA.
            MOVE 'N' TO WS-BXA-ACHOU.
            PERFORM VARYING WS-BXA-SUB FROM 1 BY 1
                    UNTIL WS-BXA-SUB > WS-BXA-TOTAL
                    OR WS-BXA-ACHOU = 'S'
                IF WS-BXA-CONTA(WS-BXA-SUB) = BH-CONTA
                        AND WS-BXA-VENC(WS-BXA-SUB) =
                            BH-DATA-VENCIMENTO
                    MOVE 'S' TO WS-BXA-ACHOU
                    SUBTRACT 1 FROM WS-BXA-SUB
                END-IF
            END-PERFORM.

       INCLUI-PROPOSTA.
            IF WS-BXA-TOTAL < 300
                ADD 1 TO WS-BXA-TOTAL
                MOVE BH-CONTA TO WS-BXA-CONTA(WS-BXA-TOTAL)
                MOVE BH-DATA-VENCIMENTO TO WS-BXA-VENC(WS-BXA-TOTAL)
                MOVE WS-VALOR-ABERTO TO WS-BXA-VALOR(WS-BXA-TOTAL)
                MOVE 'P' TO WS-BXA-STATUS(WS-BXA-TOTAL)
                MOVE WS-DATA-REF TO WS-BXA-PROPOSTA(WS-BXA-TOTAL)
                MOVE WS-OPERADOR-ID TO
                    WS-BXA-PROPONENTE(WS-BXA-TOTAL)
                MOVE SPACES TO WS-BXA-APROVADOR(WS-BXA-TOTAL)
                MOVE 0 TO WS-BXA-DATA-BAIXA(WS-BXA-TOTAL)
                ADD 1 TO WS-QTD-PROPOSTAS
                ADD WS-VALOR-ABERTO TO WS-TOTAL-PROPOSTO
                MOVE WS-VALOR-ABERTO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "CONTA " BH-CONTA
                    " VENC " BH-DATA-VENCIMENTO
                    " ATRASO " WS-DS-DIAS
                    " ABERTO " CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                DISPLAY "WRITEOFF CHEIO - CONTA " BH-CONTA
      -             " FICA PARA A PROXIMA PROPOSTA"
            END-IF.

      * The second pair of eyes: the supervisor answers every
      * pending proposal; one the same operator proposed is left
      * for somebody else, so nobody writes off their own list.
       APROVA-BAIXAS.
            PERFORM CARREGA-BAIXAS.
            IF WS-BXA-ESTOUROU = 'S'
                DISPLAY "WRITEOFF EXCEDE 300 PROPOSTAS - APROVACAO"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-BXA-SUB FROM 1 BY 1
                        UNTIL WS-BXA-SUB > WS-BXA-TOTAL
                    IF WS-BXA-STATUS(WS-BXA-SUB) = 'P'
                        PERFORM DECIDE-PROPOSTA
                    END-IF
                END-PERFORM
                IF WS-BXA-ALTERADO = 'S'
                    PERFORM REGRAVA-BAIXAS
                END-IF
                DISPLAY "APROVADAS: " WS-QTD-APROVADAS
                    "  RECUSADAS: " WS-QTD-RECUSADAS
            END-IF.

       DECIDE-PROPOSTA.
            IF WS-BXA-PROPONENTE(WS-BXA-SUB) = WS-OPERADOR-ID
                DISPLAY "CONTA " WS-BXA-CONTA(WS-BXA-SUB)
                    " VENC " WS-BXA-VENC(WS-BXA-SUB)
                    " PROPOSTA POR VOCE - APROVACAO POR OUTRO"
                    " SUPERVISOR"
            ELSE
                MOVE WS-BXA-VALOR(WS-BXA-SUB) TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                DISPLAY "CONTA " WS-BXA-CONTA(WS-BXA-SUB)
                    " VENC " WS-BXA-VENC(WS-BXA-SUB)
                    " ABERTO " CUR-VALOR-EDITADO
                    " PROPOSTA POR " WS-BXA-PROPONENTE(WS-BXA-SUB)
                DISPLAY "APROVAR A BAIXA (S/N, ENTER PULA)?"
                MOVE SPACE TO WS-RESPOSTA
                ACCEPT WS-RESPOSTA
                IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                    MOVE 'A' TO WS-BXA-STATUS(WS-BXA-SUB)
                    MOVE WS-OPERADOR-ID TO
                        WS-BXA-APROVADOR(WS-BXA-SUB)
                    MOVE 'S' TO WS-BXA-ALTERADO
                    ADD 1 TO WS-QTD-APROVADAS
                END-IF
                IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                    MOVE 'X' TO WS-BXA-STATUS(WS-BXA-SUB)
                    MOVE WS-OPERADOR-ID TO
                        WS-BXA-APROVADOR(WS-BXA-SUB)
                    MOVE 'S' TO WS-BXA-ALTERADO
                    ADD 1 TO WS-QTD-RECUSADAS
                END-IF
            END-IF.

      * The approved proposals become write-offs against BILLHIST as
      * it stands tonight: an invoice paid or put on a plan since
      * the proposal is no longer lost and the proposal is closed
      * as refused; otherwise the current open amount is written
      * off and placed with the agency.
       EFETIVA-BAIXAS.
            PERFORM CARREGA-BAIXAS.
            PERFORM CARREGA-FATURAS.
            IF WS-BXA-ESTOUROU = 'S' OR WS-FAT-ESTOUROU = 'S'
                IF WS-BXA-ESTOUROU = 'S'
                    DISPLAY "WRITEOFF EXCEDE 300 PROPOSTAS - BAIXA"
      -                 " ABORTADA"
                END-IF
                IF WS-FAT-ESTOUROU = 'S'
                    DISPLAY "BILLHIST EXCEDE 200 FATURAS - BAIXA"
      -                 " ABORTADA"
                END-IF
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT WRITE-OFF-REPORT-FILE
                MOVE SPACES TO WS-LINHA
                STRING "BAIXAS COMO PERDA EFETIVADAS - " WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                OPEN EXTEND AGENCY-PLACEMENT-FILE
                IF WS-FS-AGENCYPLC = "35"
                    OPEN OUTPUT AGENCY-PLACEMENT-FILE
                END-IF
                PERFORM VARYING WS-BXA-SUB FROM 1 BY 1
                        UNTIL WS-BXA-SUB > WS-BXA-TOTAL
                    IF WS-BXA-STATUS(WS-BXA-SUB) = 'A'
                        PERFORM BAIXA-FATURA
                    END-IF
                END-PERFORM
                CLOSE AGENCY-PLACEMENT-FILE
                IF WS-BXA-ALTERADO = 'S'
                    PERFORM REGRAVA-FATURAS
                    PERFORM REGRAVA-BAIXAS
                END-IF
                MOVE WS-TOTAL-BAIXADO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "BAIXADAS: " WS-QTD-BAIXADAS
                    "  VALOR BAIXADO: " CUR-VALOR-EDITADO
                    "  CANCELADAS: " WS-QTD-CANCELADAS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                CLOSE WRITE-OFF-REPORT-FILE
            END-IF.

       BAIXA-FATURA.
            MOVE 'N' TO WS-FAT-ACHOU.
            PERFORM VARYING WS-FAT-SUB FROM 1 BY 1
                    UNTIL WS-FAT-SUB > WS-FAT-TOTAL-REGS
                    OR WS-FAT-ACHOU = 'S'
                IF WS-FAT-CONTA(WS-FAT-SUB) = WS-BXA-CONTA(WS-BXA-SUB)
                        AND WS-FAT-VENC(WS-FAT-SUB) =
                            WS-BXA-VENC(WS-BXA-SUB)
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'Q'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'R'
                        AND WS-FAT-STATUS(WS-FAT-SUB) NOT = 'W'
                    MOVE 'S' TO WS-FAT-ACHOU
                    SUBTRACT 1 FROM WS-FAT-SUB
                END-IF
            END-PERFORM.
            MOVE 'S' TO WS-BXA-ALTERADO.
            IF WS-FAT-ACHOU = 'N'
                MOVE 'X' TO WS-BXA-STATUS(WS-BXA-SUB)
                ADD 1 TO WS-QTD-CANCELADAS
                MOVE SPACES TO WS-LINHA
                STRING "CONTA " WS-BXA-CONTA(WS-BXA-SUB)
                    " VENC " WS-BXA-VENC(WS-BXA-SUB)
                    " JA NAO ESTA EM ABERTO - PROPOSTA CANCELADA"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                COMPUTE WS-VALOR-ABERTO =
                    WS-FAT-TOTAL(WS-FAT-SUB) - WS-FAT-PAGO(WS-FAT-SUB)
                MOVE 'W' TO WS-FAT-STATUS(WS-FAT-SUB)
                MOVE WS-VALOR-ABERTO TO WS-BXA-VALOR(WS-BXA-SUB)
                MOVE 'B' TO WS-BXA-STATUS(WS-BXA-SUB)
                MOVE WS-DATA-REF TO WS-BXA-DATA-BAIXA(WS-BXA-SUB)
                ADD 1 TO WS-QTD-BAIXADAS
                ADD WS-VALOR-ABERTO TO WS-TOTAL-BAIXADO
                PERFORM BUSCA-DADOS-CLIENTE
                MOVE SPACES TO AGENCY-PLACEMENT-RECORD
                MOVE WS-BXA-CONTA(WS-BXA-SUB) TO AG-CONTA
                MOVE WS-NOME-CLIENTE TO AG-NOME
                MOVE WS-ENDERECO-CLIENTE TO AG-ENDERECO
                MOVE WS-BXA-VENC(WS-BXA-SUB) TO AG-DATA-VENCIMENTO
                MOVE WS-VALOR-ABERTO TO AG-VALOR
                MOVE WS-DATA-REF TO AG-DATA-COLOCACAO
                WRITE AGENCY-PLACEMENT-RECORD
                MOVE WS-VALOR-ABERTO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "CONTA " WS-BXA-CONTA(WS-BXA-SUB)
                    " VENC " WS-BXA-VENC(WS-BXA-SUB)
                    " BAIXADO " CUR-VALOR-EDITADO
                    " " WS-NOME-CLIENTE
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

       BUSCA-DADOS-CLIENTE.
            MOVE SPACES TO WS-NOME-CLIENTE.
            MOVE SPACES TO WS-ENDERECO-CLIENTE.
            MOVE 'N' TO WS-EOF-CUSTMASTER.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-CUSTMASTER
            END-IF
            PERFORM UNTIL WS-EOF-CUSTMASTER = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-CUSTMASTER
                    NOT AT END
                        IF CU-CONTA = WS-BXA-CONTA(WS-BXA-SUB)
                            MOVE CU-NOME TO WS-NOME-CLIENTE
                            MOVE CU-ENDERECO TO WS-ENDERECO-CLIENTE
                            MOVE 'Y' TO WS-EOF-CUSTMASTER
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "00" OR WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

      * What went to the agency against what has come back: every
      * write-off, then every recovery PAYPOST posted on BDRECOV.
       RELATORIO-RECUPERACOES.
            OPEN OUTPUT WRITE-OFF-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "BAIXAS COMO PERDA E RECUPERACOES - " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT WRITE-OFF-FILE.
            IF WS-FS-WRITEOFF NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ WRITE-OFF-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WO-STATUS = 'B'
                            ADD 1 TO WS-QTD-BAIXADAS
                            ADD WO-VALOR TO WS-TOTAL-BAIXADO
                            MOVE SPACES TO WS-LINHA
                            STRING "BAIXA       CONTA " WO-CONTA
                                " VENC " WO-DATA-VENCIMENTO
                                " EM " WO-DATA-BAIXA
                                " VALOR " WO-VALOR
                                DELIMITED BY SIZE INTO WS-LINHA
                            PERFORM GRAVA-LINHA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-WRITEOFF = "10"
                CLOSE WRITE-OFF-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BAD-DEBT-RECOVERY-FILE.
            IF WS-FS-BDRECOV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BAD-DEBT-RECOVERY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        ADD 1 TO WS-QTD-RECUPERACOES
                        ADD BR-VALOR TO WS-TOTAL-RECUPERADO
                        MOVE SPACES TO WS-LINHA
                        STRING "RECUPERACAO CONTA " BR-CONTA
                            " VENC " BR-DATA-VENCIMENTO
                            " EM " BR-DATA
                            " VALOR " BR-VALOR
                            " RECIBO " BR-RECIBO
                            DELIMITED BY SIZE INTO WS-LINHA
                        PERFORM GRAVA-LINHA
                END-READ
            END-PERFORM.
            IF WS-FS-BDRECOV = "10"
                CLOSE BAD-DEBT-RECOVERY-FILE
            END-IF
            MOVE WS-TOTAL-BAIXADO TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL BAIXADO:    " CUR-VALOR-EDITADO
                "  (" WS-QTD-BAIXADAS " FATURAS)"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-TOTAL-RECUPERADO TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL RECUPERADO: " CUR-VALOR-EDITADO
                "  (" WS-QTD-RECUPERACOES " RECEBIMENTOS)"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE WRITE-OFF-REPORT-FILE.

       CARREGA-BAIXAS.
            MOVE 0 TO WS-BXA-TOTAL.
            MOVE 'N' TO WS-BXA-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT WRITE-OFF-FILE.
            IF WS-FS-WRITEOFF NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ WRITE-OFF-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-BXA-TOTAL < 300
                            ADD 1 TO WS-BXA-TOTAL
                            MOVE WO-CONTA TO
                                WS-BXA-CONTA(WS-BXA-TOTAL)
                            MOVE WO-DATA-VENCIMENTO TO
                                WS-BXA-VENC(WS-BXA-TOTAL)
                            MOVE WO-VALOR TO
                                WS-BXA-VALOR(WS-BXA-TOTAL)
                            MOVE WO-STATUS TO
                                WS-BXA-STATUS(WS-BXA-TOTAL)
                            MOVE WO-DATA-PROPOSTA TO
                                WS-BXA-PROPOSTA(WS-BXA-TOTAL)
                            MOVE WO-PROPONENTE TO
                                WS-BXA-PROPONENTE(WS-BXA-TOTAL)
                            MOVE WO-APROVADOR TO
                                WS-BXA-APROVADOR(WS-BXA-TOTAL)
                            MOVE WO-DATA-BAIXA TO
                                WS-BXA-DATA-BAIXA(WS-BXA-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-BXA-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-WRITEOFF = "10"
                CLOSE WRITE-OFF-FILE
            END-IF.

       REGRAVA-BAIXAS.
            OPEN OUTPUT WRITE-OFF-FILE.
            PERFORM VARYING WS-BXA-SUB FROM 1 BY 1
                    UNTIL WS-BXA-SUB > WS-BXA-TOTAL
                MOVE SPACES TO WRITE-OFF-RECORD
                MOVE WS-BXA-CONTA(WS-BXA-SUB) TO WO-CONTA
                MOVE WS-BXA-VENC(WS-BXA-SUB) TO WO-DATA-VENCIMENTO
                MOVE WS-BXA-VALOR(WS-BXA-SUB) TO WO-VALOR
                MOVE WS-BXA-STATUS(WS-BXA-SUB) TO WO-STATUS
                MOVE WS-BXA-PROPOSTA(WS-BXA-SUB) TO WO-DATA-PROPOSTA
                MOVE WS-BXA-PROPONENTE(WS-BXA-SUB) TO WO-PROPONENTE
                MOVE WS-BXA-APROVADOR(WS-BXA-SUB) TO WO-APROVADOR
                MOVE WS-BXA-DATA-BAIXA(WS-BXA-SUB) TO WO-DATA-BAIXA
                WRITE WRITE-OFF-RECORD
            END-PERFORM.
            CLOSE WRITE-OFF-FILE.

      * A BILLHIST bigger than the work table cannot be rewritten
      * without losing the excess; the write-off run refuses it.
       CARREGA-FATURAS.
            MOVE 0 TO WS-FAT-TOTAL-REGS.
            MOVE 'N' TO WS-FAT-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT BILLING-HISTORY-FILE.
            IF WS-FS-BILLHIST NOT = "00"
                DISPLAY "BILLHIST NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ BILLING-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-FAT-TOTAL-REGS < 200
                            ADD 1 TO WS-FAT-TOTAL-REGS
                            PERFORM GUARDA-FATURA
                        ELSE
                            MOVE 'S' TO WS-FAT-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF.

      * Every field goes back as it was read - only the written-off
      * invoices change status.
       GUARDA-FATURA.
            MOVE BH-CONTA TO WS-FAT-CONTA(WS-FAT-TOTAL-REGS).
            MOVE BH-VALOR TO WS-FAT-VALOR(WS-FAT-TOTAL-REGS).
            MOVE BH-DIAS-ATRASO TO WS-FAT-ATRASO(WS-FAT-TOTAL-REGS).
            MOVE BH-MULTA TO WS-FAT-MULTA(WS-FAT-TOTAL-REGS).
            MOVE BH-TOTAL-PAGAR TO WS-FAT-TOTAL(WS-FAT-TOTAL-REGS).
            MOVE BH-DATA-VENCIMENTO TO
                WS-FAT-VENC(WS-FAT-TOTAL-REGS).
            IF BH-VALOR-PAGO IS NUMERIC
                MOVE BH-VALOR-PAGO TO WS-FAT-PAGO(WS-FAT-TOTAL-REGS)
            ELSE
                MOVE 0 TO WS-FAT-PAGO(WS-FAT-TOTAL-REGS)
            END-IF
            MOVE BH-STATUS TO WS-FAT-STATUS(WS-FAT-TOTAL-REGS).
            IF BH-CONSUMO-KWH IS NUMERIC
                MOVE BH-CONSUMO-KWH TO
                    WS-FAT-CONSUMO(WS-FAT-TOTAL-REGS)
            ELSE
                MOVE 0 TO WS-FAT-CONSUMO(WS-FAT-TOTAL-REGS)
            END-IF
            MOVE BH-ORIGEM-LEITURA TO
                WS-FAT-ORIGEM(WS-FAT-TOTAL-REGS).

       REGRAVA-FATURAS.
            OPEN OUTPUT BILLING-HISTORY-FILE.
            PERFORM VARYING WS-FAT-SUB FROM 1 BY 1
                    UNTIL WS-FAT-SUB > WS-FAT-TOTAL-REGS
                MOVE SPACES TO BILLING-HISTORY-RECORD
                MOVE WS-FAT-CONTA(WS-FAT-SUB) TO BH-CONTA
                MOVE WS-FAT-VALOR(WS-FAT-SUB) TO BH-VALOR
                MOVE WS-FAT-ATRASO(WS-FAT-SUB) TO BH-DIAS-ATRASO
                MOVE WS-FAT-MULTA(WS-FAT-SUB) TO BH-MULTA
                MOVE WS-FAT-TOTAL(WS-FAT-SUB) TO BH-TOTAL-PAGAR
                MOVE WS-FAT-VENC(WS-FAT-SUB) TO BH-DATA-VENCIMENTO
                MOVE WS-FAT-PAGO(WS-FAT-SUB) TO BH-VALOR-PAGO
                MOVE WS-FAT-STATUS(WS-FAT-SUB) TO BH-STATUS
                MOVE WS-FAT-CONSUMO(WS-FAT-SUB) TO BH-CONSUMO-KWH
                MOVE WS-FAT-ORIGEM(WS-FAT-SUB) TO BH-ORIGEM-LEITURA
                WRITE BILLING-HISTORY-RECORD
            END-PERFORM.
            CLOSE BILLING-HISTORY-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO WRITE-OFF-REPORT-RECORD.
            WRITE WRITE-OFF-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM BADDEBT.
