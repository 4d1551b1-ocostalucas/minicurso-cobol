      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly credit-balance refund run for the utility
      *          accounts. Mode 1 works out every account's balance
      *          - receipts on RCPTHIST and BDRECOV against the
      *          BILLHIST invoices, less suspense excesses already
      *          released or handed back and refunds already paid -
      *          lists each account whose payments exceed its billed
      *          total (closed accounts flagged) and proposes one
      *          REFUNDS voucher per account that has none pending.
      *          Mode 2 is the supervisor's approval pass - each
      *          pending voucher is approved, with the customer's
      *          bank details, or refused, never by the operator who
      *          proposed it. Mode 3 pays the approved vouchers: the
      *          balance is worked out again, a voucher the account
      *          no longer covers is cancelled, the rest go onto the
      *          REFBANK bank payment file (BANKFILE layout - H
      *          header, one D detail per refund, T trailer), the
      *          account's suspense excesses are marked 'R' and the
      *          voucher is stamped with the payment date GLPOST
      *          posts the refund under and CUSTSTMT prints.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BILLHIST.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT RECEIPT-HISTORY-FILE ASSIGN TO "RCPTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RCPTHIST.
           SELECT BAD-DEBT-RECOVERY-FILE ASSIGN TO "BDRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BDRECOV.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSE.
           SELECT REFUND-FILE ASSIGN TO "REFUNDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REFUNDS.
           SELECT REFUND-BANK-FILE ASSIGN TO "REFBANK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFUND-REPORT-FILE ASSIGN TO "REFUNDRPT"
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

       FD  RECEIPT-HISTORY-FILE.
       01  RECEIPT-HISTORY-RECORD.
           05 RH-CONTA              PIC 9(6).
           05 RH-DELIM-1            PIC X(1).
           05 RH-DATA               PIC 9(8).
           05 RH-DELIM-2            PIC X(1).
           05 RH-VALOR              PIC 9(4)V99.
           05 RH-DELIM-3            PIC X(1).
           05 RH-RECIBO             PIC X(8).

       FD  BAD-DEBT-RECOVERY-FILE.
           COPY "bdrecov.cpy".

       FD  SUSPENSE-FILE.
           COPY "suspense.cpy".

       FD  REFUND-FILE.
           COPY "refund.cpy".

      * Same fixed layout the bank takes on BANKFILE, with the
      * utility account in the payee field.
       FD  REFUND-BANK-FILE.
       01  REFUND-BANK-HEADER.
           05 RB-H-TIPO             PIC X(1).
           05 RB-H-DATA             PIC 9(8).
           05 RB-H-EMPRESA          PIC X(20).
       01  REFUND-BANK-DETAIL.
           05 RB-D-TIPO             PIC X(1).
           05 RB-D-SEQ              PIC 9(6).
           05 RB-D-BANCO            PIC 9(3).
           05 RB-D-AGENCIA          PIC 9(4).
           05 RB-D-CONTA            PIC 9(8).
           05 RB-D-FAVORECIDO       PIC X(10).
           05 RB-D-VALOR            PIC 9(8)V99.
       01  REFUND-BANK-TRAILER.
           05 RB-T-TIPO             PIC X(1).
           05 RB-T-CONTAGEM         PIC 9(6).
           05 RB-T-VALOR-TOTAL      PIC 9(10)V99.

       FD  REFUND-REPORT-FILE.
       01  REFUND-REPORT-RECORD     PIC X(90).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-RCPTHIST PIC X(2).
           77 WS-FS-BDRECOV PIC X(2).
           77 WS-FS-SUSPENSE PIC X(2).
           77 WS-FS-REFUNDS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-EOF-CUSTMASTER PIC X(1).
      * One line per account: what it paid, what it was billed and
      * what has already gone back to it.
           01 WS-TABELA-SALDOS.
               05 WS-SAL-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-SAL-IX.
                   10 WS-SAL-CONTA      PIC 9(6).
                   10 WS-SAL-PAGO       PIC 9(8)V99.
                   10 WS-SAL-FATURADO   PIC 9(8)V99.
                   10 WS-SAL-DEVOLVIDO  PIC 9(8)V99.
           77 WS-SAL-TOTAL PIC 9(3) VALUE 0.
           77 WS-SAL-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-SAL-SUB PIC 9(3).
           77 WS-SAL-ACHOU PIC X(1).
           77 WS-CONTA-BUSCA PIC 9(6).
           77 WS-SALDO-CREDOR PIC S9(8)V99.
           01 WS-TABELA-VALES.
               05 WS-VAL-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-VAL-IX.
                   10 WS-VAL-CONTA      PIC 9(6).
                   10 WS-VAL-VALOR      PIC 9(6)V99.
                   10 WS-VAL-STATUS     PIC X(1).
                   10 WS-VAL-PROPOSTA   PIC 9(8).
                   10 WS-VAL-PROPONENTE PIC X(10).
                   10 WS-VAL-APROVADOR  PIC X(10).
                   10 WS-VAL-BANCO      PIC 9(3).
                   10 WS-VAL-AGENCIA    PIC 9(4).
                   10 WS-VAL-CONTA-BCO  PIC 9(8).
                   10 WS-VAL-PAGAMENTO  PIC 9(8).
           77 WS-VAL-TOTAL PIC 9(3) VALUE 0.
           77 WS-VAL-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-VAL-SUB PIC 9(3).
           77 WS-VAL-ACHOU PIC X(1).
           77 WS-VAL-ALTERADO PIC X(1) VALUE 'N'.
           01 WS-TABELA-SUSPENSE.
               05 WS-SUS-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-SUS-IX.
                   10 WS-SUS-REGISTRO   PIC X(47).
           77 WS-SUS-TOTAL PIC 9(3) VALUE 0.
           77 WS-SUS-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-SUS-SUB PIC 9(3).
           77 WS-SUS-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-REEMBOLSO-RESTANTE PIC 9(6)V99.
           77 WS-BANCO-INF PIC 9(3).
           77 WS-AGENCIA-INF PIC 9(4).
           77 WS-CONTA-BCO-INF PIC 9(8).
           77 WS-SEQ PIC 9(6) VALUE 0.
           77 WS-VALOR-TOTAL PIC 9(10)V99 VALUE 0.
           77 WS-RESPOSTA PIC X(1).
           77 WS-NOME-CLIENTE PIC X(20).
           77 WS-SITUACAO-CLIENTE PIC X(1).
           77 WS-MARCA-ENCERRADA PIC X(10).
           77 WS-QTD-CREDORAS PIC 9(4) VALUE 0.
           77 WS-QTD-PROPOSTOS PIC 9(4) VALUE 0.
           77 WS-QTD-APROVADOS PIC 9(4) VALUE 0.
           77 WS-QTD-RECUSADOS PIC 9(4) VALUE 0.
           77 WS-QTD-PAGOS PIC 9(4) VALUE 0.
           77 WS-QTD-CANCELADOS PIC 9(4) VALUE 0.
           77 WS-TOTAL-CREDOR PIC 9(8)V99 VALUE 0.
           77 WS-TOTAL-PROPOSTO PIC 9(8)V99 VALUE 0.
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "REFUND".
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
            DISPLAY "1 - APURAR SALDOS CREDORES E PROPOR REEMBOLSOS"
            DISPLAY "2 - APROVAR VALES DE REEMBOLSO (SUPERVISOR)"
            DISPLAY "3 - EFETIVAR REEMBOLSOS APROVADOS (REFBANK)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM PROPOE-REEMBOLSOS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "VALES PROPOSTOS: " WS-QTD-PROPOSTOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM APROVA-VALES
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "VALES APROVADOS: " WS-QTD-APROVADOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 3 PERFORM EFETIVA-REEMBOLSOS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "REEMBOLSOS PAGOS: " WS-QTD-PAGOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

      * A REFUNDS file bigger than the work table cannot be
      * rewritten without losing the excess, and a balance table
      * that ran out of room would understate somebody's credit, so
      * either one refuses the run outright.
       PROPOE-REEMBOLSOS.
            PERFORM CARREGA-VALES.
            IF WS-VAL-ESTOUROU = 'S'
                DISPLAY "REFUNDS EXCEDE 300 VALES - PROPOSTA"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM APURA-SALDOS
            END-IF
            IF WS-VAL-ESTOUROU = 'N' AND WS-SAL-ESTOUROU = 'S'
                DISPLAY "MAIS DE 500 CONTAS - PROPOSTA ABORTADA"
                MOVE 8 TO RETURN-CODE
            END-IF
            IF WS-VAL-ESTOUROU = 'N' AND WS-SAL-ESTOUROU = 'N'
                OPEN OUTPUT REFUND-REPORT-FILE
                MOVE SPACES TO WS-LINHA
                STRING "CONTAS COM SALDO CREDOR - " WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                        UNTIL WS-SAL-SUB > WS-SAL-TOTAL
                    COMPUTE WS-SALDO-CREDOR =
                        WS-SAL-PAGO(WS-SAL-SUB)
                            - WS-SAL-FATURADO(WS-SAL-SUB)
                            - WS-SAL-DEVOLVIDO(WS-SAL-SUB)
                    IF WS-SALDO-CREDOR > 0
                        PERFORM AVALIA-CONTA-CREDORA
                    END-IF
                END-PERFORM
                IF WS-QTD-PROPOSTOS > 0
                    PERFORM REGRAVA-VALES
                END-IF
                MOVE WS-TOTAL-CREDOR TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "CONTAS CREDORAS: " WS-QTD-CREDORAS
                    "  SALDO CREDOR TOTAL: " CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE WS-TOTAL-PROPOSTO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "VALES PROPOSTOS: " WS-QTD-PROPOSTOS
                    "  VALOR PROPOSTO: " CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                CLOSE REFUND-REPORT-FILE
            END-IF.

      * Every credit account is listed; one that already has a
      * voucher waiting for approval or payment gets no second one.
       AVALIA-CONTA-CREDORA.
            ADD 1 TO WS-QTD-CREDORAS.
            ADD WS-SALDO-CREDOR TO WS-TOTAL-CREDOR.
            MOVE WS-SAL-CONTA(WS-SAL-SUB) TO WS-CONTA-BUSCA.
            PERFORM BUSCA-DADOS-CLIENTE.
            MOVE SPACES TO WS-MARCA-ENCERRADA.
            IF WS-SITUACAO-CLIENTE = 'F'
                MOVE "ENCERRADA" TO WS-MARCA-ENCERRADA
            END-IF
            MOVE WS-SALDO-CREDOR TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "CONTA " WS-CONTA-BUSCA
                " " WS-NOME-CLIENTE
                " CREDOR " CUR-VALOR-EDITADO
                " " WS-MARCA-ENCERRADA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM LOCALIZA-VALE-PENDENTE.
            IF WS-VAL-ACHOU = 'S'
                MOVE SPACES TO WS-LINHA
                STRING "      VALE DE " WS-VAL-PROPOSTA(WS-VAL-SUB)
                    " AINDA PENDENTE - NENHUM VALE NOVO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                PERFORM INCLUI-VALE
            END-IF.

       LOCALIZA-VALE-PENDENTE.
            MOVE 'N' TO WS-VAL-ACHOU.
            PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                    UNTIL WS-VAL-SUB > WS-VAL-TOTAL
                    OR WS-VAL-ACHOU = 'S'
                IF WS-VAL-CONTA(WS-VAL-SUB) = WS-CONTA-BUSCA
                        AND (WS-VAL-STATUS(WS-VAL-SUB) = 'P'
                            OR WS-VAL-STATUS(WS-VAL-SUB) = 'A')
                    MOVE 'S' TO WS-VAL-ACHOU
                    SUBTRACT 1 FROM WS-VAL-SUB
                END-IF
            END-PERFORM.

       INCLUI-VALE.
            IF WS-VAL-TOTAL < 300
                ADD 1 TO WS-VAL-TOTAL
                MOVE WS-CONTA-BUSCA TO WS-VAL-CONTA(WS-VAL-TOTAL)
                MOVE WS-SALDO-CREDOR TO WS-VAL-VALOR(WS-VAL-TOTAL)
                MOVE 'P' TO WS-VAL-STATUS(WS-VAL-TOTAL)
                MOVE WS-DATA-REF TO WS-VAL-PROPOSTA(WS-VAL-TOTAL)
                MOVE WS-OPERADOR-ID TO
                    WS-VAL-PROPONENTE(WS-VAL-TOTAL)
                MOVE SPACES TO WS-VAL-APROVADOR(WS-VAL-TOTAL)
                MOVE 0 TO WS-VAL-BANCO(WS-VAL-TOTAL)
                MOVE 0 TO WS-VAL-AGENCIA(WS-VAL-TOTAL)
                MOVE 0 TO WS-VAL-CONTA-BCO(WS-VAL-TOTAL)
                MOVE 0 TO WS-VAL-PAGAMENTO(WS-VAL-TOTAL)
                ADD 1 TO WS-QTD-PROPOSTOS
                ADD WS-SALDO-CREDOR TO WS-TOTAL-PROPOSTO
            ELSE
                DISPLAY "REFUNDS CHEIO - CONTA " WS-CONTA-BUSCA
      -             " FICA PARA A PROXIMA APURACAO"
            END-IF.

      * The second pair of eyes: the supervisor answers every
      * pending voucher; one the same operator proposed is left for
      * somebody else, so nobody pays out their own list.
       APROVA-VALES.
            PERFORM CARREGA-VALES.
            IF WS-VAL-ESTOUROU = 'S'
                DISPLAY "REFUNDS EXCEDE 300 VALES - APROVACAO"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                        UNTIL WS-VAL-SUB > WS-VAL-TOTAL
                    IF WS-VAL-STATUS(WS-VAL-SUB) = 'P'
                        PERFORM DECIDE-VALE
                    END-IF
                END-PERFORM
                IF WS-VAL-ALTERADO = 'S'
                    PERFORM REGRAVA-VALES
                END-IF
                DISPLAY "APROVADOS: " WS-QTD-APROVADOS
                    "  RECUSADOS: " WS-QTD-RECUSADOS
            END-IF.

       DECIDE-VALE.
            IF WS-VAL-PROPONENTE(WS-VAL-SUB) = WS-OPERADOR-ID
                DISPLAY "CONTA " WS-VAL-CONTA(WS-VAL-SUB)
                    " PROPOSTO POR VOCE - APROVACAO POR OUTRO"
                    " SUPERVISOR"
            ELSE
                MOVE WS-VAL-CONTA(WS-VAL-SUB) TO WS-CONTA-BUSCA
                PERFORM BUSCA-DADOS-CLIENTE
                MOVE WS-VAL-VALOR(WS-VAL-SUB) TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                DISPLAY "CONTA " WS-VAL-CONTA(WS-VAL-SUB)
                    " " WS-NOME-CLIENTE
                    " REEMBOLSO " CUR-VALOR-EDITADO
                    " PROPOSTO POR " WS-VAL-PROPONENTE(WS-VAL-SUB)
                DISPLAY "APROVAR O REEMBOLSO (S/N, ENTER PULA)?"
                MOVE SPACE TO WS-RESPOSTA
                ACCEPT WS-RESPOSTA
                IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                    PERFORM LE-DADOS-BANCARIOS
                END-IF
                IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                    MOVE 'X' TO WS-VAL-STATUS(WS-VAL-SUB)
                    MOVE WS-OPERADOR-ID TO
                        WS-VAL-APROVADOR(WS-VAL-SUB)
                    MOVE 'S' TO WS-VAL-ALTERADO
                    ADD 1 TO WS-QTD-RECUSADOS
                END-IF
            END-IF.

      * The money goes where the customer's refund request says;
      * without a bank and an account number there is nowhere to
      * send it, so the voucher stays pending.
       LE-DADOS-BANCARIOS.
            DISPLAY "BANCO DO CLIENTE (3 DIGITOS):"
            MOVE 0 TO WS-BANCO-INF
            ACCEPT WS-BANCO-INF
            DISPLAY "AGENCIA (4 DIGITOS):"
            MOVE 0 TO WS-AGENCIA-INF
            ACCEPT WS-AGENCIA-INF
            DISPLAY "CONTA BANCARIA (8 DIGITOS):"
            MOVE 0 TO WS-CONTA-BCO-INF
            ACCEPT WS-CONTA-BCO-INF
            IF WS-BANCO-INF = 0 OR WS-CONTA-BCO-INF = 0
                DISPLAY "DADOS BANCARIOS INCOMPLETOS - VALE"
      -             " CONTINUA PENDENTE"
            ELSE
                MOVE 'A' TO WS-VAL-STATUS(WS-VAL-SUB)
                MOVE WS-OPERADOR-ID TO WS-VAL-APROVADOR(WS-VAL-SUB)
                MOVE WS-BANCO-INF TO WS-VAL-BANCO(WS-VAL-SUB)
                MOVE WS-AGENCIA-INF TO WS-VAL-AGENCIA(WS-VAL-SUB)
                MOVE WS-CONTA-BCO-INF TO WS-VAL-CONTA-BCO(WS-VAL-SUB)
                MOVE 'S' TO WS-VAL-ALTERADO
                ADD 1 TO WS-QTD-APROVADOS
            END-IF.

      * The approved vouchers are paid against the balance as it
      * stands tonight: an account billed or refunded since the
      * proposal may no longer cover the voucher, which is then
      * cancelled for the next month's run to propose afresh.
       EFETIVA-REEMBOLSOS.
            PERFORM CARREGA-VALES.
            PERFORM CARREGA-SUSPENSE.
            IF WS-VAL-ESTOUROU = 'N' AND WS-SUS-ESTOUROU = 'N'
                PERFORM APURA-SALDOS
            END-IF
            IF WS-VAL-ESTOUROU = 'S' OR WS-SUS-ESTOUROU = 'S'
                    OR WS-SAL-ESTOUROU = 'S'
                IF WS-VAL-ESTOUROU = 'S'
                    DISPLAY "REFUNDS EXCEDE 300 VALES - PAGAMENTO"
      -                 " ABORTADO"
                END-IF
                IF WS-SUS-ESTOUROU = 'S'
                    DISPLAY "SUSPENSE EXCEDE 200 ITENS - PAGAMENTO"
      -                 " ABORTADO"
                END-IF
                IF WS-SAL-ESTOUROU = 'S'
                    DISPLAY "MAIS DE 500 CONTAS - PAGAMENTO"
      -                 " ABORTADO"
                END-IF
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT REFUND-REPORT-FILE
                MOVE SPACES TO WS-LINHA
                STRING "REEMBOLSOS EFETIVADOS - " WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                OPEN OUTPUT REFUND-BANK-FILE
                MOVE SPACES TO REFUND-BANK-HEADER
                MOVE "H" TO RB-H-TIPO
                MOVE WS-DATA-REF TO RB-H-DATA
                MOVE "OPERACOES REUNIDAS" TO RB-H-EMPRESA
                WRITE REFUND-BANK-HEADER
                PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                        UNTIL WS-VAL-SUB > WS-VAL-TOTAL
                    IF WS-VAL-STATUS(WS-VAL-SUB) = 'A'
                        PERFORM PAGA-REEMBOLSO
                    END-IF
                END-PERFORM
                MOVE SPACES TO REFUND-BANK-TRAILER
                MOVE "T" TO RB-T-TIPO
                MOVE WS-SEQ TO RB-T-CONTAGEM
                MOVE WS-VALOR-TOTAL TO RB-T-VALOR-TOTAL
                WRITE REFUND-BANK-TRAILER
                CLOSE REFUND-BANK-FILE
                IF WS-VAL-ALTERADO = 'S'
                    PERFORM REGRAVA-VALES
                END-IF
                IF WS-SUS-ALTERADO = 'S'
                    PERFORM REGRAVA-SUSPENSE
                END-IF
                MOVE WS-VALOR-TOTAL TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "PAGOS: " WS-QTD-PAGOS
                    "  VALOR REEMBOLSADO: " CUR-VALOR-EDITADO
                    "  CANCELADOS: " WS-QTD-CANCELADOS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                CLOSE REFUND-REPORT-FILE
            END-IF.

       PAGA-REEMBOLSO.
            MOVE 'S' TO WS-VAL-ALTERADO.
            MOVE WS-VAL-CONTA(WS-VAL-SUB) TO WS-CONTA-BUSCA.
            PERFORM LOCALIZA-SALDO.
            MOVE 0 TO WS-SALDO-CREDOR.
            IF WS-SAL-ACHOU = 'S'
                COMPUTE WS-SALDO-CREDOR =
                    WS-SAL-PAGO(WS-SAL-SUB)
                        - WS-SAL-FATURADO(WS-SAL-SUB)
                        - WS-SAL-DEVOLVIDO(WS-SAL-SUB)
            END-IF
            IF WS-SALDO-CREDOR < WS-VAL-VALOR(WS-VAL-SUB)
                MOVE 'X' TO WS-VAL-STATUS(WS-VAL-SUB)
                ADD 1 TO WS-QTD-CANCELADOS
                MOVE SPACES TO WS-LINHA
                STRING "CONTA " WS-CONTA-BUSCA
                    " SALDO CREDOR JA NAO COBRE O VALE - VALE"
                    " CANCELADO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                ADD 1 TO WS-SEQ
                ADD WS-VAL-VALOR(WS-VAL-SUB) TO WS-VALOR-TOTAL
                MOVE SPACES TO REFUND-BANK-DETAIL
                MOVE "D" TO RB-D-TIPO
                MOVE WS-SEQ TO RB-D-SEQ
                MOVE WS-VAL-BANCO(WS-VAL-SUB) TO RB-D-BANCO
                MOVE WS-VAL-AGENCIA(WS-VAL-SUB) TO RB-D-AGENCIA
                MOVE WS-VAL-CONTA-BCO(WS-VAL-SUB) TO RB-D-CONTA
                MOVE WS-CONTA-BUSCA TO RB-D-FAVORECIDO
                MOVE WS-VAL-VALOR(WS-VAL-SUB) TO RB-D-VALOR
                WRITE REFUND-BANK-DETAIL
                MOVE 'E' TO WS-VAL-STATUS(WS-VAL-SUB)
                MOVE WS-DATA-REF TO WS-VAL-PAGAMENTO(WS-VAL-SUB)
                ADD WS-VAL-VALOR(WS-VAL-SUB) TO
                    WS-SAL-DEVOLVIDO(WS-SAL-SUB)
                ADD 1 TO WS-QTD-PAGOS
                PERFORM BAIXA-CREDITO-SUSPENSE
                MOVE WS-VAL-VALOR(WS-VAL-SUB) TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "CONTA " WS-CONTA-BUSCA
                    " REEMBOLSO " CUR-VALOR-EDITADO
                    " BANCO " WS-VAL-BANCO(WS-VAL-SUB)
                    " AG " WS-VAL-AGENCIA(WS-VAL-SUB)
                    " CC " WS-VAL-CONTA-BCO(WS-VAL-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

      * The excesses PAYPOST parked for the account are the money
      * being handed back: they leave suspense as 'R', oldest
      * first, so SUSPMAINT cannot release or refund them again. An
      * excess only partly used is split, the rest staying parked.
       BAIXA-CREDITO-SUSPENSE.
            MOVE WS-VAL-VALOR(WS-VAL-SUB) TO WS-REEMBOLSO-RESTANTE.
            PERFORM VARYING WS-SUS-SUB FROM 1 BY 1
                    UNTIL WS-SUS-SUB > WS-SUS-TOTAL
                    OR WS-REEMBOLSO-RESTANTE = 0
                MOVE WS-SUS-REGISTRO(WS-SUS-SUB) TO SUSPENSE-RECORD
                IF SU-CONTA = WS-CONTA-BUSCA AND SU-MOTIVO = "SOBR"
                        AND SU-STATUS = 'S'
                    PERFORM CONSOME-CREDITO
                END-IF
            END-PERFORM.

       CONSOME-CREDITO.
            IF SU-VALOR NOT > WS-REEMBOLSO-RESTANTE
                MOVE 'R' TO SU-STATUS
                SUBTRACT SU-VALOR FROM WS-REEMBOLSO-RESTANTE
                MOVE SUSPENSE-RECORD TO WS-SUS-REGISTRO(WS-SUS-SUB)
                MOVE 'S' TO WS-SUS-ALTERADO
            ELSE
                IF WS-SUS-TOTAL < 200
                    SUBTRACT WS-REEMBOLSO-RESTANTE FROM SU-VALOR
                    MOVE SUSPENSE-RECORD TO WS-SUS-REGISTRO(WS-SUS-SUB)
                    MOVE WS-REEMBOLSO-RESTANTE TO SU-VALOR
                    MOVE 'R' TO SU-STATUS
                    ADD 1 TO WS-SUS-TOTAL
                    MOVE SUSPENSE-RECORD TO
                        WS-SUS-REGISTRO(WS-SUS-TOTAL)
                    MOVE 0 TO WS-REEMBOLSO-RESTANTE
                    MOVE 'S' TO WS-SUS-ALTERADO
                END-IF
            END-IF.

      * An account's balance: every receipt (RCPTHIST, and BDRECOV
      * for what came in on written-off invoices) against every
      * invoice billed to it. An excess SUSPMAINT released comes
      * back in as a fresh receipt, and one it refunded by hand has
      * already left, so both are taken off what was paid, as are
      * the refunds this run has paid before.
       APURA-SALDOS.
            MOVE 0 TO WS-SAL-TOTAL.
            MOVE 'N' TO WS-SAL-ESTOUROU.
            PERFORM ACUMULA-RECEBIMENTOS.
            PERFORM ACUMULA-RECUPERACOES.
            PERFORM ACUMULA-FATURAS.
            PERFORM ACUMULA-SUSPENSE.
            PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                    UNTIL WS-VAL-SUB > WS-VAL-TOTAL
                IF WS-VAL-STATUS(WS-VAL-SUB) = 'E'
                    MOVE WS-VAL-CONTA(WS-VAL-SUB) TO WS-CONTA-BUSCA
                    PERFORM REGISTRA-CONTA
                    IF WS-SAL-SUB > 0
                        ADD WS-VAL-VALOR(WS-VAL-SUB) TO
                            WS-SAL-DEVOLVIDO(WS-SAL-SUB)
                    END-IF
                END-IF
            END-PERFORM.

       ACUMULA-RECEBIMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT RECEIPT-HISTORY-FILE.
            IF WS-FS-RCPTHIST NOT = "00"
                DISPLAY "RCPTHIST NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ RECEIPT-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE RH-CONTA TO WS-CONTA-BUSCA
                        PERFORM REGISTRA-CONTA
                        IF WS-SAL-SUB > 0
                            ADD RH-VALOR TO WS-SAL-PAGO(WS-SAL-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-RCPTHIST = "10"
                CLOSE RECEIPT-HISTORY-FILE
            END-IF.

       ACUMULA-RECUPERACOES.
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
                        MOVE BR-CONTA TO WS-CONTA-BUSCA
                        PERFORM REGISTRA-CONTA
                        IF WS-SAL-SUB > 0
                            ADD BR-VALOR TO WS-SAL-PAGO(WS-SAL-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BDRECOV = "10"
                CLOSE BAD-DEBT-RECOVERY-FILE
            END-IF.

       ACUMULA-FATURAS.
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
                        MOVE BH-CONTA TO WS-CONTA-BUSCA
                        PERFORM REGISTRA-CONTA
                        IF WS-SAL-SUB > 0
                            ADD BH-TOTAL-PAGAR TO
                                WS-SAL-FATURADO(WS-SAL-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF.

      * Read off the file, not the work table: mode 3 loads that
      * table itself and must not see it disturbed.
       ACUMULA-SUSPENSE.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-FS-SUSPENSE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUSPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF SU-MOTIVO = "SOBR"
                                AND (SU-STATUS = 'L'
                                    OR SU-STATUS = 'D')
                            MOVE SU-CONTA TO WS-CONTA-BUSCA
                            PERFORM REGISTRA-CONTA
                            IF WS-SAL-SUB > 0
                                ADD SU-VALOR TO
                                    WS-SAL-DEVOLVIDO(WS-SAL-SUB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SUSPENSE = "10"
                CLOSE SUSPENSE-FILE
            END-IF.

       LOCALIZA-SALDO.
            MOVE 'N' TO WS-SAL-ACHOU.
            PERFORM VARYING WS-SAL-SUB FROM 1 BY 1
                    UNTIL WS-SAL-SUB > WS-SAL-TOTAL
                    OR WS-SAL-ACHOU = 'S'
                IF WS-SAL-CONTA(WS-SAL-SUB) = WS-CONTA-BUSCA
                    MOVE 'S' TO WS-SAL-ACHOU
                    SUBTRACT 1 FROM WS-SAL-SUB
                END-IF
            END-PERFORM.

      * Finds the account's line or opens one; WS-SAL-SUB comes back
      * zero when the table is full.
       REGISTRA-CONTA.
            PERFORM LOCALIZA-SALDO.
            IF WS-SAL-ACHOU = 'N'
                IF WS-SAL-TOTAL < 500
                    ADD 1 TO WS-SAL-TOTAL
                    MOVE WS-SAL-TOTAL TO WS-SAL-SUB
                    MOVE WS-CONTA-BUSCA TO WS-SAL-CONTA(WS-SAL-SUB)
                    MOVE 0 TO WS-SAL-PAGO(WS-SAL-SUB)
                    MOVE 0 TO WS-SAL-FATURADO(WS-SAL-SUB)
                    MOVE 0 TO WS-SAL-DEVOLVIDO(WS-SAL-SUB)
                ELSE
                    MOVE 'S' TO WS-SAL-ESTOUROU
                    MOVE 0 TO WS-SAL-SUB
                END-IF
            END-IF.

       BUSCA-DADOS-CLIENTE.
            MOVE SPACES TO WS-NOME-CLIENTE.
            MOVE SPACE TO WS-SITUACAO-CLIENTE.
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
                        IF CU-CONTA = WS-CONTA-BUSCA
                            MOVE CU-NOME TO WS-NOME-CLIENTE
                            MOVE CU-SITUACAO TO WS-SITUACAO-CLIENTE
                            MOVE 'Y' TO WS-EOF-CUSTMASTER
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "00" OR WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

       CARREGA-VALES.
            MOVE 0 TO WS-VAL-TOTAL.
            MOVE 'N' TO WS-VAL-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT REFUND-FILE.
            IF WS-FS-REFUNDS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ REFUND-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-VAL-TOTAL < 300
                            ADD 1 TO WS-VAL-TOTAL
                            PERFORM GUARDA-VALE
                        ELSE
                            MOVE 'S' TO WS-VAL-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-REFUNDS = "10"
                CLOSE REFUND-FILE
            END-IF.

       GUARDA-VALE.
            MOVE RF-CONTA TO WS-VAL-CONTA(WS-VAL-TOTAL).
            MOVE RF-VALOR TO WS-VAL-VALOR(WS-VAL-TOTAL).
            MOVE RF-STATUS TO WS-VAL-STATUS(WS-VAL-TOTAL).
            MOVE RF-DATA-PROPOSTA TO WS-VAL-PROPOSTA(WS-VAL-TOTAL).
            MOVE RF-PROPONENTE TO WS-VAL-PROPONENTE(WS-VAL-TOTAL).
            MOVE RF-APROVADOR TO WS-VAL-APROVADOR(WS-VAL-TOTAL).
            MOVE RF-BANCO TO WS-VAL-BANCO(WS-VAL-TOTAL).
            MOVE RF-AGENCIA TO WS-VAL-AGENCIA(WS-VAL-TOTAL).
            MOVE RF-CONTA-BANCARIA TO WS-VAL-CONTA-BCO(WS-VAL-TOTAL).
            MOVE RF-DATA-PAGAMENTO TO WS-VAL-PAGAMENTO(WS-VAL-TOTAL).

       REGRAVA-VALES.
            OPEN OUTPUT REFUND-FILE.
            PERFORM VARYING WS-VAL-SUB FROM 1 BY 1
                    UNTIL WS-VAL-SUB > WS-VAL-TOTAL
                MOVE SPACES TO REFUND-RECORD
                MOVE WS-VAL-CONTA(WS-VAL-SUB) TO RF-CONTA
                MOVE WS-VAL-VALOR(WS-VAL-SUB) TO RF-VALOR
                MOVE WS-VAL-STATUS(WS-VAL-SUB) TO RF-STATUS
                MOVE WS-VAL-PROPOSTA(WS-VAL-SUB) TO RF-DATA-PROPOSTA
                MOVE WS-VAL-PROPONENTE(WS-VAL-SUB) TO RF-PROPONENTE
                MOVE WS-VAL-APROVADOR(WS-VAL-SUB) TO RF-APROVADOR
                MOVE WS-VAL-BANCO(WS-VAL-SUB) TO RF-BANCO
                MOVE WS-VAL-AGENCIA(WS-VAL-SUB) TO RF-AGENCIA
                MOVE WS-VAL-CONTA-BCO(WS-VAL-SUB) TO RF-CONTA-BANCARIA
                MOVE WS-VAL-PAGAMENTO(WS-VAL-SUB) TO RF-DATA-PAGAMENTO
                WRITE REFUND-RECORD
            END-PERFORM.
            CLOSE REFUND-FILE.

       CARREGA-SUSPENSE.
            MOVE 0 TO WS-SUS-TOTAL.
            MOVE 'N' TO WS-SUS-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUSPENSE-FILE.
            IF WS-FS-SUSPENSE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUSPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-SUS-TOTAL < 200
                            ADD 1 TO WS-SUS-TOTAL
                            MOVE SUSPENSE-RECORD TO
                                WS-SUS-REGISTRO(WS-SUS-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-SUS-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SUSPENSE = "10"
                CLOSE SUSPENSE-FILE
            END-IF.

       REGRAVA-SUSPENSE.
            OPEN OUTPUT SUSPENSE-FILE.
            PERFORM VARYING WS-SUS-SUB FROM 1 BY 1
                    UNTIL WS-SUS-SUB > WS-SUS-TOTAL
                MOVE WS-SUS-REGISTRO(WS-SUS-SUB) TO SUSPENSE-RECORD
                WRITE SUSPENSE-RECORD
            END-PERFORM.
            CLOSE SUSPENSE-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO REFUND-REPORT-RECORD.
            WRITE REFUND-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM REFUND.
