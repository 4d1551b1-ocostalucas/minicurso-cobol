      ******************************************************************
      * Author:
      * Date:
      * Purpose: field-crew service orders for delinquent utility
      *          accounts. Mode 1 is the nightly run: every account
      *          DUNLETTER has sent the stage-3 aviso de corte that
      *          is still past due once the notice period has run,
      *          with no active PAYPLANS plan and no RCPTHIST
      *          payment since the letter, gets a desligamento order
      *          on SVCORDERS; the run then prints every pending
      *          order - cut-offs and the religacoes PAYPOST raised
      *          when a debt was cleared - as the crew's work list
      *          in CREWLIST. Mode 2 takes the crew's CREWRET returns
      *          back in: each executed/not-executed return closes
      *          its pending order, an executed cut-off flags the
      *          account desligado on CUSTMASTER (EXERCICIO7 then
      *          bills only the fixed charge) and an executed
      *          reconnection clears the flag, both under CHANGELOG
      *          audit. Returns that match no pending order go to
      *          the central rejects file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCORDER.
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
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYPLANS.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCPTHIST.
           SELECT SERVICE-ORDER-FILE ASSIGN TO "SVCORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SVCORDERS.
           SELECT CREW-RETURN-FILE ASSIGN TO "CREWRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREWRET.
           SELECT CREW-LIST-FILE ASSIGN TO "CREWLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECTS.
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

       FD  PAYMENT-PLAN-FILE.
           COPY "payplan.cpy".

       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-CONTA              PIC 9(6).
           05 RH-DELIM-1            PIC X(1).
           05 RH-DATA               PIC 9(8).
           05 RH-DELIM-2            PIC X(1).
           05 RH-VALOR              PIC 9(4)V99.
           05 RH-DELIM-3            PIC X(1).
           05 RH-RECIBO             PIC X(8).

       FD  SERVICE-ORDER-FILE.
           COPY "svcord.cpy".

       FD  CREW-RETURN-FILE.
       01  CREW-RETURN-RECORD.
           05 CT-CONTA              PIC 9(6).
           05 CT-DELIM-1            PIC X(1).
           05 CT-TIPO               PIC X(1).
           05 CT-DELIM-2            PIC X(1).
           05 CT-RESULTADO          PIC X(1).
           05 CT-DELIM-3            PIC X(1).
           05 CT-DATA               PIC 9(8).

       FD  CREW-LIST-FILE.
       01  CREW-LIST-RECORD         PIC X(90).

       FD  REJECT-FILE.
           COPY "reject.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-DUNSTAGE PIC X(2).
           77 WS-FS-PAYPLANS PIC X(2).
           77 WS-FS-RCPTHIST PIC X(2).
           77 WS-FS-SVCORDERS PIC X(2).
           77 WS-FS-CREWRET PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * Accounts that received the aviso de corte, with the date it
      * went out and what is still owed past due on them.
           01 WS-TABELA-AVISADOS.
               05 WS-AVI-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-AVI-IX.
                   10 WS-AVI-CONTA      PIC 9(6).
                   10 WS-AVI-DATA       PIC 9(8).
                   10 WS-AVI-ABERTO     PIC 9(6)V99.
                   10 WS-AVI-PLANO      PIC X(1).
                   10 WS-AVI-PAGOU      PIC X(1).
           77 WS-AVI-TOTAL PIC 9(3) VALUE 0.
           77 WS-AVI-SUB PIC 9(3).
           77 WS-AVI-ACHOU PIC X(1).
           77 WS-AVI-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-CLI-IX.
                   10 WS-CLI-CONTA      PIC 9(6).
                   10 WS-CLI-NOME       PIC X(20).
                   10 WS-CLI-ENDERECO   PIC X(30).
                   10 WS-CLI-TARIFA     PIC X(1).
                   10 WS-CLI-SITUACAO   PIC X(1).
                   10 WS-CLI-MUDANCA    PIC 9(8).
                   10 WS-CLI-ANTERIOR   PIC 9(6).
                   10 WS-CLI-DOCUMENTO  PIC X(14).
           77 WS-CLI-TOTAL PIC 9(3) VALUE 0.
           77 WS-CLI-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CLI-SUB PIC 9(3).
           77 WS-CLI-ACHOU PIC X(1).
           77 WS-CLI-ALTERADO PIC X(1) VALUE 'N'.
           01 WS-TABELA-ORDENS.
               05 WS-ORD-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-ORD-IX.
                   10 WS-ORD-CONTA      PIC 9(6).
                   10 WS-ORD-TIPO       PIC X(1).
                   10 WS-ORD-EMISSAO    PIC 9(8).
                   10 WS-ORD-STATUS     PIC X(1).
                   10 WS-ORD-EXECUCAO   PIC 9(8).
                   10 WS-ORD-TAXA       PIC 9(4)V99.
                   10 WS-ORD-FATURADA   PIC X(1).
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-ORD-ACHOU PIC X(1).
           77 WS-ORD-ENCERRADA PIC X(1).
      * Days the aviso de corte gives the customer before the crew
      * is sent - the letter itself promises ten.
           77 WS-PRAZO-AVISO PIC 9(3) VALUE 10.
           77 WS-VALOR-ABERTO PIC 9(6)V99.
           77 WS-QTD-EMITIDAS PIC 9(4) VALUE 0.
           77 WS-QTD-PENDENTES PIC 9(4) VALUE 0.
           77 WS-QTD-RETORNOS PIC 9(4) VALUE 0.
           77 WS-QTD-DESLIGADAS PIC 9(4) VALUE 0.
           77 WS-QTD-RELIGADAS PIC 9(4) VALUE 0.
           77 WS-QTD-NAO-EXECUTADAS PIC 9(4) VALUE 0.
           77 WS-DATA-REF PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(90).
           77 WS-FS-REJECTS PIC X(2).
           77 WS-REJ-MOTIVO PIC X(4).
           77 WS-REJ-IMAGEM PIC X(80).
           77 WS-JS-REJEITADOS PIC 9(6) VALUE 0.
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "SVCORDER".
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
            MOVE "CUSTMASTER" TO WS-CHG-ARQUIVO
            DISPLAY "1 - EMITIR ORDENS DE CORTE E LISTA DE CAMPO"
            DISPLAY "2 - PROCESSAR RETORNO DAS EQUIPES (CREWRET)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM EMITE-ORDENS-CORTE
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "ORDENS DE CORTE: " WS-QTD-EMITIDAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM PROCESSA-RETORNOS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "RETORNOS DE CAMPO: " WS-QTD-RETORNOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

      * An SVCORDERS bigger than the work table cannot be rewritten
      * without losing the excess, so both modes refuse it outright.
      * More stage-3 letters than the table holds would leave the
      * same accounts out night after night, so that refuses too.
       EMITE-ORDENS-CORTE.
            PERFORM CARREGA-ORDENS.
            IF WS-ORD-ESTOUROU = 'N'
                PERFORM CARREGA-AVISADOS
            END-IF
            EVALUATE TRUE
             WHEN WS-ORD-ESTOUROU = 'S'
                DISPLAY "SVCORDERS EXCEDE 300 ORDENS - EMISSAO"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-AVI-ESTOUROU = 'S'
                DISPLAY "DUNSTAGE EXCEDE 200 AVISOS DE CORTE - EMISSAO"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM EMITE-ORDENS-AVISADOS
            END-EVALUATE.

       EMITE-ORDENS-AVISADOS.
            PERFORM ACUMULA-ABERTO.
            PERFORM MARCA-PLANOS-ATIVOS.
            PERFORM MARCA-PAGAMENTOS.
            PERFORM CARREGA-CLIENTES.
            PERFORM VARYING WS-AVI-SUB FROM 1 BY 1
                    UNTIL WS-AVI-SUB > WS-AVI-TOTAL
                PERFORM AVALIA-CORTE
            END-PERFORM.
            IF WS-QTD-EMITIDAS > 0
                PERFORM REGRAVA-ORDENS
            END-IF.
            PERFORM IMPRIME-LISTA-CAMPO.
            DISPLAY "ORDENS DE CORTE EMITIDAS: " WS-QTD-EMITIDAS.

      * Only the stage-3 letters matter here - stages 1 and 2 never
      * threaten a cut-off.
       CARREGA-AVISADOS.
            MOVE 0 TO WS-AVI-TOTAL.
            MOVE 'N' TO WS-AVI-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DUNNING-STAGE-FILE.
            IF WS-FS-DUNSTAGE NOT = "00"
                DISPLAY "DUNSTAGE NAO ENCONTRADO - NENHUM AVISO DE"
      -             " CORTE"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DUNNING-STAGE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN DN-ESTAGIO NOT = 3
                                CONTINUE
                            WHEN WS-AVI-TOTAL < 200
                                PERFORM GUARDA-AVISADO
                            WHEN OTHER
                                MOVE 'S' TO WS-AVI-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-DUNSTAGE = "10"
                CLOSE DUNNING-STAGE-FILE
            END-IF.

       GUARDA-AVISADO.
            ADD 1 TO WS-AVI-TOTAL.
            MOVE DN-CONTA TO WS-AVI-CONTA(WS-AVI-TOTAL).
            MOVE DN-DATA-ENVIO TO WS-AVI-DATA(WS-AVI-TOTAL).
            MOVE 0 TO WS-AVI-ABERTO(WS-AVI-TOTAL).
            MOVE 'N' TO WS-AVI-PLANO(WS-AVI-TOTAL).
            MOVE 'N' TO WS-AVI-PAGOU(WS-AVI-TOTAL).

      * Same open past-due test DUNLETTER staged the account on:
      * invoices not quitado and not carried by a plan, past their
      * due date, with money still owed.
       ACUMULA-ABERTO.
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
                        IF BH-STATUS NOT = 'Q'
                                AND BH-STATUS NOT = 'R'
                                AND BH-STATUS NOT = 'W'
                            PERFORM AVALIA-FATURA-ABERTA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF.

       AVALIA-FATURA-ABERTA.
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE BH-DATA-VENCIMENTO TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            IF WS-DS-DIAS > 0
                COMPUTE WS-VALOR-ABERTO = BH-TOTAL-PAGAR
                IF BH-VALOR-PAGO IS NUMERIC
                    SUBTRACT BH-VALOR-PAGO FROM WS-VALOR-ABERTO
                END-IF
                PERFORM LOCALIZA-AVISADO
                IF WS-AVI-ACHOU = 'S'
                    ADD WS-VALOR-ABERTO TO WS-AVI-ABERTO(WS-AVI-SUB)
                END-IF
            END-IF.

       LOCALIZA-AVISADO.
            MOVE 'N' TO WS-AVI-ACHOU.
            PERFORM VARYING WS-AVI-SUB FROM 1 BY 1
                    UNTIL WS-AVI-SUB > WS-AVI-TOTAL
                    OR WS-AVI-ACHOU = 'S'
                IF WS-AVI-CONTA(WS-AVI-SUB) = BH-CONTA
                    MOVE 'S' TO WS-AVI-ACHOU
                    SUBTRACT 1 FROM WS-AVI-SUB
                END-IF
            END-PERFORM.

      * A plan still being worked off (installments aberta or
      * parcial) means the customer negotiated - no cut-off.
       MARCA-PLANOS-ATIVOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PAYMENT-PLAN-FILE.
            IF WS-FS-PAYPLANS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PAYMENT-PLAN-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PP-STATUS = 'A' OR PP-STATUS = 'P'
                            PERFORM VARYING WS-AVI-SUB FROM 1 BY 1
                                    UNTIL WS-AVI-SUB > WS-AVI-TOTAL
                                IF WS-AVI-CONTA(WS-AVI-SUB) = PP-CONTA
                                    MOVE 'S' TO
                                        WS-AVI-PLANO(WS-AVI-SUB)
                                END-IF
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PAYPLANS = "10"
                CLOSE PAYMENT-PLAN-FILE
            END-IF.

      * Any receipt PAYPOST posted on or after the letter date holds
      * the crew back for another night - the open balance may
      * simply not have caught up with the money yet.
       MARCA-PAGAMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT RECEIPT-HISTORY-FILE.
            IF WS-FS-RCPTHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ RECEIPT-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM VARYING WS-AVI-SUB FROM 1 BY 1
                                UNTIL WS-AVI-SUB > WS-AVI-TOTAL
                            IF WS-AVI-CONTA(WS-AVI-SUB) = RH-CONTA
                                    AND RH-DATA >=
                                        WS-AVI-DATA(WS-AVI-SUB)
                                MOVE 'S' TO WS-AVI-PAGOU(WS-AVI-SUB)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-FS-RCPTHIST = "10"
                CLOSE RECEIPT-HISTORY-FILE
            END-IF.

      * A CUSTMASTER bigger than the work table cannot be rewritten
      * without losing the excess; mode 2 refuses it.
       CARREGA-CLIENTES.
            MOVE 0 TO WS-CLI-TOTAL.
            MOVE 'N' TO WS-CLI-ESTOUROU.
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
                        IF WS-CLI-TOTAL < 200
                            ADD 1 TO WS-CLI-TOTAL
                            MOVE CU-CONTA TO
                                WS-CLI-CONTA(WS-CLI-TOTAL)
                            MOVE CU-NOME TO
                                WS-CLI-NOME(WS-CLI-TOTAL)
                            MOVE CU-ENDERECO TO
                                WS-CLI-ENDERECO(WS-CLI-TOTAL)
                            MOVE CU-TARIFA TO
                                WS-CLI-TARIFA(WS-CLI-TOTAL)
                            MOVE CU-SITUACAO TO
                                WS-CLI-SITUACAO(WS-CLI-TOTAL)
                            MOVE 0 TO WS-CLI-MUDANCA(WS-CLI-TOTAL)
                            IF CU-DATA-MUDANCA IS NUMERIC
                                MOVE CU-DATA-MUDANCA TO
                                    WS-CLI-MUDANCA(WS-CLI-TOTAL)
                            END-IF
                            MOVE 0 TO WS-CLI-ANTERIOR(WS-CLI-TOTAL)
                            IF CU-CONTA-ANTERIOR IS NUMERIC
                                MOVE CU-CONTA-ANTERIOR TO
                                    WS-CLI-ANTERIOR(WS-CLI-TOTAL)
                            END-IF
                            MOVE CU-DOCUMENTO TO
                                WS-CLI-DOCUMENTO(WS-CLI-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-CLI-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

       LOCALIZA-CLIENTE.
            MOVE 'N' TO WS-CLI-ACHOU.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                    OR WS-CLI-ACHOU = 'S'
                IF WS-CLI-CONTA(WS-CLI-SUB) = WS-ORD-CONTA(WS-ORD-SUB)
                    MOVE 'S' TO WS-CLI-ACHOU
                    SUBTRACT 1 FROM WS-CLI-SUB
                END-IF
            END-PERFORM.

      * Cut-off once the notice period is over, the past-due money
      * is still there, nothing was negotiated or paid since the
      * letter, the supply is not already off and no cut-off order
      * is already waiting for the crew.
       AVALIA-CORTE.
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE WS-AVI-DATA(WS-AVI-SUB) TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            IF WS-DS-DIAS >= WS-PRAZO-AVISO
                    AND WS-AVI-ABERTO(WS-AVI-SUB) > 0
                    AND WS-AVI-PLANO(WS-AVI-SUB) = 'N'
                    AND WS-AVI-PAGOU(WS-AVI-SUB) = 'N'
                PERFORM VERIFICA-ORDEM-PENDENTE
                IF WS-ORD-ACHOU = 'N'
                    PERFORM VERIFICA-JA-DESLIGADA
                END-IF
                IF WS-ORD-ACHOU = 'N'
                    PERFORM INCLUI-ORDEM-CORTE
                END-IF
            END-IF.

       VERIFICA-ORDEM-PENDENTE.
            MOVE 'N' TO WS-ORD-ACHOU.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-CONTA(WS-ORD-SUB) = WS-AVI-CONTA(WS-AVI-SUB)
                        AND WS-ORD-TIPO(WS-ORD-SUB) = 'D'
                        AND WS-ORD-STATUS(WS-ORD-SUB) = 'P'
                    MOVE 'S' TO WS-ORD-ACHOU
                END-IF
            END-PERFORM.

      * An account already cut off, or closed at a move-out, has no
      * supply left for the crew to cut; nor has a livery owner's
      * account, which only carries the shoeing invoices.
       VERIFICA-JA-DESLIGADA.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                IF WS-CLI-CONTA(WS-CLI-SUB) = WS-AVI-CONTA(WS-AVI-SUB)
                        AND (WS-CLI-SITUACAO(WS-CLI-SUB) = 'D'
                        OR WS-CLI-SITUACAO(WS-CLI-SUB) = 'F'
                        OR WS-CLI-TARIFA(WS-CLI-SUB) = 'L')
                    MOVE 'S' TO WS-ORD-ACHOU
                END-IF
            END-PERFORM.

       INCLUI-ORDEM-CORTE.
            IF WS-ORD-TOTAL < 300
                ADD 1 TO WS-ORD-TOTAL
                MOVE WS-AVI-CONTA(WS-AVI-SUB) TO
                    WS-ORD-CONTA(WS-ORD-TOTAL)
                MOVE 'D' TO WS-ORD-TIPO(WS-ORD-TOTAL)
                MOVE WS-DATA-REF TO WS-ORD-EMISSAO(WS-ORD-TOTAL)
                MOVE 'P' TO WS-ORD-STATUS(WS-ORD-TOTAL)
                MOVE 0 TO WS-ORD-EXECUCAO(WS-ORD-TOTAL)
                MOVE 0 TO WS-ORD-TAXA(WS-ORD-TOTAL)
                MOVE 'S' TO WS-ORD-FATURADA(WS-ORD-TOTAL)
                ADD 1 TO WS-QTD-EMITIDAS
                DISPLAY "ORDEM DE CORTE EMITIDA - CONTA "
      -             WS-AVI-CONTA(WS-AVI-SUB)
            ELSE
                DISPLAY "SVCORDERS CHEIO - CONTA "
      -             WS-AVI-CONTA(WS-AVI-SUB) " FICA PARA AMANHA"
            END-IF.

      * The crew's sheet: every order still pending, cut-offs and
      * reconnections alike, with where to go and what is owed.
       IMPRIME-LISTA-CAMPO.
            MOVE 0 TO WS-QTD-PENDENTES.
            OPEN OUTPUT CREW-LIST-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "LISTA DE SERVICO DE CAMPO - " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-STATUS(WS-ORD-SUB) = 'P'
                    PERFORM IMPRIME-ORDEM
                END-IF
            END-PERFORM.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "ORDENS PENDENTES: " WS-QTD-PENDENTES
                "  EMITIDAS HOJE: " WS-QTD-EMITIDAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE CREW-LIST-FILE.

       IMPRIME-ORDEM.
            ADD 1 TO WS-QTD-PENDENTES.
            PERFORM LOCALIZA-CLIENTE.
            MOVE SPACES TO WS-LINHA.
            IF WS-ORD-TIPO(WS-ORD-SUB) = 'D'
                STRING "CORTE     CONTA " WS-ORD-CONTA(WS-ORD-SUB)
                    " EMITIDA " WS-ORD-EMISSAO(WS-ORD-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "RELIGACAO CONTA " WS-ORD-CONTA(WS-ORD-SUB)
                    " EMITIDA " WS-ORD-EMISSAO(WS-ORD-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            IF WS-CLI-ACHOU = 'S'
                MOVE SPACES TO WS-LINHA
                STRING "    " WS-CLI-NOME(WS-CLI-SUB) " "
                    WS-CLI-ENDERECO(WS-CLI-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            IF WS-ORD-TIPO(WS-ORD-SUB) = 'D'
                MOVE 'N' TO WS-AVI-ACHOU
                PERFORM VARYING WS-AVI-SUB FROM 1 BY 1
                        UNTIL WS-AVI-SUB > WS-AVI-TOTAL
                    IF WS-AVI-CONTA(WS-AVI-SUB) =
                            WS-ORD-CONTA(WS-ORD-SUB)
                        MOVE WS-AVI-ABERTO(WS-AVI-SUB)
                            TO CUR-VALOR-NUMERICO
                        MOVE 'S' TO WS-AVI-ACHOU
                    END-IF
                END-PERFORM
                IF WS-AVI-ACHOU = 'S'
                    MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                    MOVE SPACES TO WS-LINHA
                    STRING "    DEBITO EM ATRASO: " CUR-VALOR-EDITADO
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-IF
            MOVE "    EXECUTADA ( )  NAO EXECUTADA ( )  DATA ____"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * Each return closes the oldest pending order of its type for
      * the account. Executed orders move the account's supply flag
      * on CUSTMASTER; not-executed ones just close, so tonight's
      * run issues a fresh cut-off if the debt is still there.
       PROCESSA-RETORNOS.
            PERFORM CARREGA-ORDENS.
            PERFORM CARREGA-CLIENTES.
            IF WS-ORD-ESTOUROU = 'S' OR WS-CLI-ESTOUROU = 'S'
                IF WS-ORD-ESTOUROU = 'S'
                    DISPLAY "SVCORDERS EXCEDE 300 ORDENS - RETORNO"
      -                 " ABORTADO"
                END-IF
                IF WS-CLI-ESTOUROU = 'S'
                    DISPLAY "CUSTMASTER EXCEDE 200 CLIENTES - RETORNO"
      -                 " ABORTADO"
                END-IF
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'N' TO WS-EOF-ARQ
                OPEN INPUT CREW-RETURN-FILE
                IF WS-FS-CREWRET NOT = "00"
                    DISPLAY "ARQUIVO CREWRET NAO ENCONTRADO"
                    MOVE 'Y' TO WS-EOF-ARQ
                END-IF
                PERFORM UNTIL WS-EOF-ARQ = 'Y'
                    READ CREW-RETURN-FILE
                        AT END
                            MOVE 'Y' TO WS-EOF-ARQ
                        NOT AT END
                            ADD 1 TO WS-QTD-RETORNOS
                            PERFORM APLICA-RETORNO
                    END-READ
                END-PERFORM
                IF WS-FS-CREWRET = "10"
                    CLOSE CREW-RETURN-FILE
                END-IF
                PERFORM REGRAVA-ORDENS
                IF WS-CLI-ALTERADO = 'S'
                    PERFORM REGRAVA-CLIENTES
                END-IF
                DISPLAY "RETORNOS LIDOS: " WS-QTD-RETORNOS
                DISPLAY "CORTES EXECUTADOS: " WS-QTD-DESLIGADAS
                DISPLAY "RELIGACOES EXECUTADAS: " WS-QTD-RELIGADAS
                DISPLAY "NAO EXECUTADAS: " WS-QTD-NAO-EXECUTADAS
            END-IF.

       APLICA-RETORNO.
            MOVE 'N' TO WS-ORD-ACHOU.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    OR WS-ORD-ACHOU = 'S'
                IF WS-ORD-CONTA(WS-ORD-SUB) = CT-CONTA
                        AND WS-ORD-TIPO(WS-ORD-SUB) = CT-TIPO
                        AND WS-ORD-STATUS(WS-ORD-SUB) = 'P'
                    MOVE 'S' TO WS-ORD-ACHOU
                    SUBTRACT 1 FROM WS-ORD-SUB
                END-IF
            END-PERFORM.
            IF CT-RESULTADO NOT = 'E' AND CT-RESULTADO NOT = 'N'
                MOVE 'N' TO WS-ORD-ACHOU
            END-IF
            IF WS-ORD-ACHOU = 'N'
                DISPLAY "RETORNO SEM ORDEM PENDENTE - CONTA "
      -             CT-CONTA " TIPO " CT-TIPO
                MOVE "OSNF" TO WS-REJ-MOTIVO
                MOVE CREW-RETURN-RECORD TO WS-REJ-IMAGEM
                PERFORM GRAVA-REJEITO
            ELSE
                MOVE CT-DATA TO WS-ORD-EXECUCAO(WS-ORD-SUB)
                IF CT-RESULTADO = 'N'
                    MOVE 'N' TO WS-ORD-STATUS(WS-ORD-SUB)
                    ADD 1 TO WS-QTD-NAO-EXECUTADAS
                ELSE
                    MOVE 'E' TO WS-ORD-STATUS(WS-ORD-SUB)
                    PERFORM ATUALIZA-SITUACAO-CLIENTE
                END-IF
            END-IF.

       ATUALIZA-SITUACAO-CLIENTE.
            PERFORM LOCALIZA-CLIENTE.
            IF WS-CLI-ACHOU = 'S'
                PERFORM MONTA-IMAGEM-ANTES
                IF CT-TIPO = 'D'
                    MOVE 'D' TO WS-CLI-SITUACAO(WS-CLI-SUB)
                    ADD 1 TO WS-QTD-DESLIGADAS
                ELSE
                    MOVE 'A' TO WS-CLI-SITUACAO(WS-CLI-SUB)
                    ADD 1 TO WS-QTD-RELIGADAS
                END-IF
                PERFORM MONTA-IMAGEM-DEPOIS
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE SPACES TO WS-CHG-CHAVE
                MOVE WS-CLI-CONTA(WS-CLI-SUB) TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
                MOVE 'S' TO WS-CLI-ALTERADO
            ELSE
                DISPLAY "CONTA " CT-CONTA " FORA DO CUSTMASTER -"
      -             " ORDEM FECHADA SEM MARCAR SITUACAO"
            END-IF.

       MONTA-IMAGEM-ANTES.
            MOVE SPACES TO WS-CHG-ANTES.
            STRING WS-CLI-CONTA(WS-CLI-SUB) " "
                WS-CLI-NOME(WS-CLI-SUB) " "
                WS-CLI-TARIFA(WS-CLI-SUB) " "
                WS-CLI-SITUACAO(WS-CLI-SUB)
                DELIMITED BY SIZE INTO WS-CHG-ANTES.

       MONTA-IMAGEM-DEPOIS.
            MOVE SPACES TO WS-CHG-DEPOIS.
            STRING WS-CLI-CONTA(WS-CLI-SUB) " "
                WS-CLI-NOME(WS-CLI-SUB) " "
                WS-CLI-TARIFA(WS-CLI-SUB) " "
                WS-CLI-SITUACAO(WS-CLI-SUB)
                DELIMITED BY SIZE INTO WS-CHG-DEPOIS.

       CARREGA-ORDENS.
            MOVE 0 TO WS-ORD-TOTAL.
            MOVE 'N' TO WS-ORD-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SERVICE-ORDER-FILE.
            IF WS-FS-SVCORDERS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SERVICE-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-ORD-TOTAL < 300
                            ADD 1 TO WS-ORD-TOTAL
                            MOVE SO-CONTA TO
                                WS-ORD-CONTA(WS-ORD-TOTAL)
                            MOVE SO-TIPO TO
                                WS-ORD-TIPO(WS-ORD-TOTAL)
                            MOVE SO-DATA-EMISSAO TO
                                WS-ORD-EMISSAO(WS-ORD-TOTAL)
                            MOVE SO-STATUS TO
                                WS-ORD-STATUS(WS-ORD-TOTAL)
                            MOVE SO-DATA-EXECUCAO TO
                                WS-ORD-EXECUCAO(WS-ORD-TOTAL)
                            MOVE SO-TAXA TO
                                WS-ORD-TAXA(WS-ORD-TOTAL)
                            MOVE SO-FATURADA TO
                                WS-ORD-FATURADA(WS-ORD-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-ORD-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SVCORDERS = "10"
                CLOSE SERVICE-ORDER-FILE
            END-IF.

      * Orders from earlier months that are closed and billed drop
      * off the file here, except on an account still cut off: its
      * executed cut-off dates the disconnection PAYPOST reconnects.
       REGRAVA-ORDENS.
            OPEN OUTPUT SERVICE-ORDER-FILE.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                PERFORM VERIFICA-ORDEM-ENCERRADA
                IF WS-ORD-ENCERRADA = 'N'
                    MOVE SPACES TO SERVICE-ORDER-RECORD
                    MOVE WS-ORD-CONTA(WS-ORD-SUB) TO SO-CONTA
                    MOVE WS-ORD-TIPO(WS-ORD-SUB) TO SO-TIPO
                    MOVE WS-ORD-EMISSAO(WS-ORD-SUB) TO SO-DATA-EMISSAO
                    MOVE WS-ORD-STATUS(WS-ORD-SUB) TO SO-STATUS
                    MOVE WS-ORD-EXECUCAO(WS-ORD-SUB)
                        TO SO-DATA-EXECUCAO
                    MOVE WS-ORD-TAXA(WS-ORD-SUB) TO SO-TAXA
                    MOVE WS-ORD-FATURADA(WS-ORD-SUB) TO SO-FATURADA
                    WRITE SERVICE-ORDER-RECORD
                END-IF
            END-PERFORM.
            CLOSE SERVICE-ORDER-FILE.

      * With CUSTMASTER only partly loaded no order is taken as
      * closed, since its account's situation is not known.
       VERIFICA-ORDEM-ENCERRADA.
            MOVE 'N' TO WS-ORD-ENCERRADA.
            IF WS-ORD-EMISSAO(WS-ORD-SUB)(1:6) < WS-DATA-REF(1:6)
                    AND (WS-ORD-STATUS(WS-ORD-SUB) = 'E'
                        OR WS-ORD-STATUS(WS-ORD-SUB) = 'N')
                    AND WS-ORD-FATURADA(WS-ORD-SUB) = 'S'
                    AND WS-CLI-ESTOUROU = 'N'
                MOVE 'S' TO WS-ORD-ENCERRADA
                PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                        UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                    IF WS-CLI-CONTA(WS-CLI-SUB) =
                            WS-ORD-CONTA(WS-ORD-SUB)
                            AND WS-CLI-SITUACAO(WS-CLI-SUB) = 'D'
                        MOVE 'N' TO WS-ORD-ENCERRADA
                    END-IF
                END-PERFORM
            END-IF.

       REGRAVA-CLIENTES.
            OPEN OUTPUT CUSTOMER-MASTER-FILE.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                MOVE SPACES TO CUSTOMER-MASTER-RECORD
                MOVE WS-CLI-CONTA(WS-CLI-SUB) TO CU-CONTA
                MOVE WS-CLI-NOME(WS-CLI-SUB) TO CU-NOME
                MOVE WS-CLI-ENDERECO(WS-CLI-SUB) TO CU-ENDERECO
                MOVE WS-CLI-TARIFA(WS-CLI-SUB) TO CU-TARIFA
                MOVE WS-CLI-SITUACAO(WS-CLI-SUB) TO CU-SITUACAO
                MOVE WS-CLI-MUDANCA(WS-CLI-SUB) TO CU-DATA-MUDANCA
                MOVE WS-CLI-ANTERIOR(WS-CLI-SUB) TO CU-CONTA-ANTERIOR
                MOVE WS-CLI-DOCUMENTO(WS-CLI-SUB) TO CU-DOCUMENTO
                WRITE CUSTOMER-MASTER-RECORD
            END-PERFORM.
            CLOSE CUSTOMER-MASTER-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO CREW-LIST-RECORD.
            WRITE CREW-LIST-RECORD.

       COPY "rejproc.cpy".

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM SVCORDER.
