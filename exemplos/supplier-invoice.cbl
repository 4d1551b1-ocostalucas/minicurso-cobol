      ******************************************************************
      * Author:
      * Date:
      * Purpose: pays the farrier suppliers only for what was ordered
      *          and actually delivered. Mode 1 keys a supplier
      *          invoice onto APINV against its POFILE purchase
      *          order and matches the three of them: the quantity
      *          billed against what receiving booked on the PO less
      *          what earlier invoices already billed, and the unit
      *          price against the price the PO was raised at. Inside
      *          the tolerance the invoice is approved for payment,
      *          due on the invoice date plus the supplier's terms
      *          off SUPPLIERS; beyond it the invoice is held. Mode 2
      *          lets an operator other than the one who keyed it
      *          release or refuse each held invoice. Mode 3 is the
      *          payment run: every approved invoice due by the
      *          business date goes onto the APBANK transfer file in
      *          the BANKFILE layout, to the supplier's account, and
      *          is marked paid (APPAGTO lists the run). Mode 4
      *          prints the APAGING open-payables aging by days past
      *          due. GLPOST mode 4 posts the approved invoices as
      *          supplier liability and the payments against cash.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APINVOICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "SUPPLIERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUPPLIERS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POFILE.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO "APINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APINV.
           SELECT SUPPLIER-BANK-FILE ASSIGN TO "APBANK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYMENT-REPORT-FILE ASSIGN TO "APPAGTO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO "APAGING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SP-CODIGO            PIC X(6).
           05 SP-DELIM-1           PIC X(1).
           05 SP-NOME              PIC X(20).
           05 SP-DELIM-2           PIC X(1).
           05 SP-PRECO-UNIT        PIC 9(4)V99.
           05 SP-DELIM-3           PIC X(1).
           05 SP-PRAZO-DIAS        PIC 9(3).
           05 SP-DELIM-4           PIC X(1).
           05 SP-BANCO             PIC 9(3).
           05 SP-DELIM-5           PIC X(1).
           05 SP-AGENCIA           PIC 9(4).
           05 SP-DELIM-6           PIC X(1).
           05 SP-CONTA             PIC 9(8).

       FD  PURCHASE-ORDER-FILE.
       01  PURCHASE-ORDER-RECORD.
           05 PO-NUMERO            PIC 9(6).
           05 PO-DELIM-1           PIC X(1).
           05 PO-ESTABULO          PIC X(10).
           05 PO-DELIM-2           PIC X(1).
           05 PO-QTD               PIC 9(5).
           05 PO-DELIM-3           PIC X(1).
           05 PO-DATA              PIC 9(8).
           05 PO-DELIM-4           PIC X(1).
           05 PO-STATUS            PIC X(8).
           05 PO-DELIM-5           PIC X(1).
           05 PO-FORNECEDOR        PIC X(6).
           05 PO-DELIM-6           PIC X(1).
           05 PO-QTD-ORIGINAL      PIC 9(5).
           05 PO-DELIM-7           PIC X(1).
           05 PO-DATA-ENTREGA      PIC 9(8).
           05 PO-DELIM-8           PIC X(1).
           05 PO-QTD-ENTREGUE      PIC 9(5).
           05 PO-DELIM-9           PIC X(1).
           05 PO-PRECO-UNIT        PIC 9(4)V99.

       FD  SUPPLIER-INVOICE-FILE.
           COPY "apinv.cpy".

      * Same fixed layout the bank takes on BANKFILE, with the
      * supplier code in the payee field.
       FD  SUPPLIER-BANK-FILE.
       01  SUPPLIER-BANK-HEADER.
           05 AB-H-TIPO             PIC X(1).
           05 AB-H-DATA             PIC 9(8).
           05 AB-H-EMPRESA          PIC X(20).
       01  SUPPLIER-BANK-DETAIL.
           05 AB-D-TIPO             PIC X(1).
           05 AB-D-SEQ              PIC 9(6).
           05 AB-D-BANCO            PIC 9(3).
           05 AB-D-AGENCIA          PIC 9(4).
           05 AB-D-CONTA            PIC 9(8).
           05 AB-D-FAVORECIDO       PIC X(10).
           05 AB-D-VALOR            PIC 9(8)V99.
       01  SUPPLIER-BANK-TRAILER.
           05 AB-T-TIPO             PIC X(1).
           05 AB-T-CONTAGEM         PIC 9(6).
           05 AB-T-VALOR-TOTAL      PIC 9(10)V99.

       FD  PAYMENT-REPORT-FILE.
       01  PAYMENT-REPORT-RECORD    PIC X(90).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD      PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-SUPPLIERS PIC X(2).
           77 WS-FS-POFILE PIC X(2).
           77 WS-FS-APINV PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
      * How far over the received quantity or the PO price an
      * invoice may come before it is held for approval: freight
      * rounding and a few loose shoes in a carton are not worth a
      * second signature. Anything under is in the company's favour
      * and passes.
           77 WS-TOLERANCIA-PCT PIC 9(2)V99 VALUE 2.
           01 WS-TABELA-FORNECEDORES.
               05 WS-FOR-ENTRADA OCCURS 50 TIMES.
                   10 WS-FOR-CODIGO     PIC X(6).
                   10 WS-FOR-NOME       PIC X(20).
                   10 WS-FOR-PRAZO      PIC 9(3).
                   10 WS-FOR-BANCO      PIC 9(3).
                   10 WS-FOR-AGENCIA    PIC 9(4).
                   10 WS-FOR-CONTA      PIC 9(8).
                   10 WS-FOR-FAIXA      PIC 9(8)V99 OCCURS 5 TIMES.
           77 WS-FOR-TOTAL PIC 9(2) VALUE 0.
           77 WS-FOR-SUB PIC 9(2).
           77 WS-FOR-ACHOU PIC X(1).
           77 WS-FOR-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-PO.
               05 WS-PO-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-PO-IX.
                   10 WS-PO-NUMERO      PIC 9(6).
                   10 WS-PO-FORNECEDOR  PIC X(6).
                   10 WS-PO-ENTREGUE    PIC 9(5).
                   10 WS-PO-PRECO       PIC 9(4)V99.
           77 WS-PO-TOTAL PIC 9(3) VALUE 0.
           77 WS-PO-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PO-SUB PIC 9(3).
           77 WS-PO-ACHOU PIC X(1).
           77 WS-PO-CARREGADO PIC X(1) VALUE 'N'.
           01 WS-TABELA-NOTAS.
               05 WS-NF-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-NF-IX.
                   10 WS-NF-FORNECEDOR  PIC X(6).
                   10 WS-NF-NOTA        PIC X(10).
                   10 WS-NF-EMISSAO     PIC 9(8).
                   10 WS-NF-VENCIMENTO  PIC 9(8).
                   10 WS-NF-PEDIDO      PIC 9(6).
                   10 WS-NF-QTD         PIC 9(5).
                   10 WS-NF-PRECO       PIC 9(4)V99.
                   10 WS-NF-VALOR       PIC 9(8)V99.
                   10 WS-NF-SITUACAO    PIC X(1).
                   10 WS-NF-MOTIVO      PIC X(4).
                   10 WS-NF-DIGITADOR   PIC X(10).
                   10 WS-NF-APROVADOR   PIC X(10).
                   10 WS-NF-APROVACAO   PIC 9(8).
                   10 WS-NF-PAGAMENTO   PIC 9(8).
           77 WS-NF-TOTAL PIC 9(3) VALUE 0.
           77 WS-NF-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-NF-SUB PIC 9(3).
           77 WS-NF-ACHOU PIC X(1).
           77 WS-NF-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-NF-ENCERRADA PIC X(1).
           01 WS-TABELA-FAIXAS.
               05 FILLER PIC X(12) VALUE "A VENCER    ".
               05 FILLER PIC X(12) VALUE "01-30 DIAS  ".
               05 FILLER PIC X(12) VALUE "31-60 DIAS  ".
               05 FILLER PIC X(12) VALUE "61-90 DIAS  ".
               05 FILLER PIC X(12) VALUE "MAIS DE 90  ".
           01 WS-FAIXAS-R REDEFINES WS-TABELA-FAIXAS.
               05 WS-FAIXA-NOME PIC X(12) OCCURS 5 TIMES.
           01 WS-TOTAIS-FAIXAS.
               05 WS-TOT-FAIXA PIC 9(9)V99 OCCURS 5 TIMES.
           77 WS-FAIXA-SUB PIC 9(1).
           77 WS-FORNECEDOR-ENT PIC X(6).
           77 WS-NOTA-ENT PIC X(10).
           77 WS-EMISSAO-ENT PIC 9(8).
           77 WS-PEDIDO-ENT PIC 9(6).
           77 WS-QTD-ENT PIC 9(5).
           77 WS-PRECO-ENT PIC 9(4)V99.
           77 WS-VENCIMENTO PIC 9(8).
           77 WS-QTD-FATURADA PIC 9(7).
           77 WS-QTD-DISPONIVEL PIC 9(7).
           77 WS-QTD-LIMITE PIC 9(7)V99.
           77 WS-PRECO-LIMITE PIC 9(5)V99.
           77 WS-SITUACAO-NOVA PIC X(1).
           77 WS-MOTIVO-NOVO PIC X(4).
           77 WS-DIAS-ATRASO PIC S9(9).
           77 WS-SEQ PIC 9(6) VALUE 0.
           77 WS-VALOR-TOTAL PIC 9(10)V99 VALUE 0.
           77 WS-TOTAL-ABERTO PIC 9(10)V99 VALUE 0.
           77 WS-RESPOSTA PIC X(1).
           77 WS-QTD-LANCADAS PIC 9(4) VALUE 0.
           77 WS-QTD-RETIDAS PIC 9(4) VALUE 0.
           77 WS-QTD-APROVADAS PIC 9(4) VALUE 0.
           77 WS-QTD-RECUSADAS PIC 9(4) VALUE 0.
           77 WS-QTD-PAGAS PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-BANCO PIC 9(4) VALUE 0.
           77 WS-QTD-ABERTAS PIC 9(4) VALUE 0.
           77 WS-ED-PRECO PIC ZZZ9.99.
           77 WS-ED-PRECO-PO PIC ZZZ9.99.
           77 WS-ED-VALOR PIC ZZZZZZZ9.99.
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(100).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "APINVOICE".
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
            DISPLAY "1 - LANCAR NOTA DE FORNECEDOR (CONFERENCIA)"
            DISPLAY "2 - LIBERAR NOTAS RETIDAS (OUTRO OPERADOR)"
            DISPLAY "3 - PAGAR NOTAS VENCIDAS (APBANK)"
            DISPLAY "4 - CONTAS A PAGAR POR VENCIMENTO (APAGING)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LANCA-NOTA
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "NOTAS LANCADAS: " WS-QTD-LANCADAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN 2 PERFORM LIBERA-RETIDAS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "NOTAS LIBERADAS: " WS-QTD-APROVADAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN 3 PERFORM PAGA-VENCIDAS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "NOTAS PAGAS: " WS-QTD-PAGAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN 4 PERFORM RELATORIO-VENCIMENTOS
                     MOVE "MODO 4 - APAGING" TO WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

      * Suppliers keyed before the terms were carried on the master
      * pay at the standard 30 days and have no bank account yet.
       CARREGA-FORNECEDORES.
            MOVE 0 TO WS-FOR-TOTAL.
            MOVE 'N' TO WS-FOR-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUPPLIER-MASTER-FILE.
            IF WS-FS-SUPPLIERS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUPPLIER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-FOR-TOTAL < 50
                            ADD 1 TO WS-FOR-TOTAL
                            PERFORM GUARDA-FORNECEDOR
                        ELSE
                            MOVE 'S' TO WS-FOR-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SUPPLIERS = "10"
                CLOSE SUPPLIER-MASTER-FILE
            END-IF.

       GUARDA-FORNECEDOR.
            MOVE SP-CODIGO TO WS-FOR-CODIGO(WS-FOR-TOTAL).
            MOVE SP-NOME TO WS-FOR-NOME(WS-FOR-TOTAL).
            MOVE 30 TO WS-FOR-PRAZO(WS-FOR-TOTAL).
            MOVE 0 TO WS-FOR-BANCO(WS-FOR-TOTAL).
            MOVE 0 TO WS-FOR-AGENCIA(WS-FOR-TOTAL).
            MOVE 0 TO WS-FOR-CONTA(WS-FOR-TOTAL).
            IF SP-PRAZO-DIAS IS NUMERIC
                MOVE SP-PRAZO-DIAS TO WS-FOR-PRAZO(WS-FOR-TOTAL)
            END-IF
            IF SP-BANCO IS NUMERIC AND SP-AGENCIA IS NUMERIC
                    AND SP-CONTA IS NUMERIC
                MOVE SP-BANCO TO WS-FOR-BANCO(WS-FOR-TOTAL)
                MOVE SP-AGENCIA TO WS-FOR-AGENCIA(WS-FOR-TOTAL)
                MOVE SP-CONTA TO WS-FOR-CONTA(WS-FOR-TOTAL)
            END-IF
            PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                    UNTIL WS-FAIXA-SUB > 5
                MOVE 0 TO WS-FOR-FAIXA(WS-FOR-TOTAL, WS-FAIXA-SUB)
            END-PERFORM.

       LOCALIZA-FORNECEDOR.
            MOVE 'N' TO WS-FOR-ACHOU.
            PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                    UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                    OR WS-FOR-ACHOU = 'S'
                IF WS-FOR-CODIGO(WS-FOR-SUB) = WS-FORNECEDOR-ENT
                    MOVE 'S' TO WS-FOR-ACHOU
                END-IF
            END-PERFORM.
            IF WS-FOR-ACHOU = 'S'
                SUBTRACT 1 FROM WS-FOR-SUB
            END-IF.

      * Only what matching needs off each PO: who it went to, how
      * much receiving booked against it and the price it was
      * raised at. POs written before the price was carried read
      * back with no price.
       CARREGA-PEDIDOS.
            MOVE 0 TO WS-PO-TOTAL.
            MOVE 'N' TO WS-PO-ESTOUROU.
            MOVE 'S' TO WS-PO-CARREGADO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PURCHASE-ORDER-FILE.
            IF WS-FS-POFILE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PURCHASE-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PO-TOTAL < 100
                            ADD 1 TO WS-PO-TOTAL
                            MOVE PO-NUMERO TO
                                WS-PO-NUMERO(WS-PO-TOTAL)
                            MOVE PO-FORNECEDOR TO
                                WS-PO-FORNECEDOR(WS-PO-TOTAL)
                            MOVE 0 TO WS-PO-ENTREGUE(WS-PO-TOTAL)
                            MOVE 0 TO WS-PO-PRECO(WS-PO-TOTAL)
                            IF PO-QTD-ENTREGUE IS NUMERIC
                                MOVE PO-QTD-ENTREGUE TO
                                    WS-PO-ENTREGUE(WS-PO-TOTAL)
                            END-IF
                            IF PO-PRECO-UNIT IS NUMERIC
                                MOVE PO-PRECO-UNIT TO
                                    WS-PO-PRECO(WS-PO-TOTAL)
                            END-IF
                        ELSE
                            MOVE 'S' TO WS-PO-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-POFILE = "10"
                CLOSE PURCHASE-ORDER-FILE
            END-IF.

       LOCALIZA-PEDIDO.
            MOVE 'N' TO WS-PO-ACHOU.
            PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                    UNTIL WS-PO-SUB > WS-PO-TOTAL
                    OR WS-PO-ACHOU = 'S'
                IF WS-PO-NUMERO(WS-PO-SUB) = WS-PEDIDO-ENT
                    MOVE 'S' TO WS-PO-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PO-ACHOU = 'S'
                SUBTRACT 1 FROM WS-PO-SUB
            END-IF.

       CARREGA-NOTAS.
            MOVE 0 TO WS-NF-TOTAL.
            MOVE 'N' TO WS-NF-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SUPPLIER-INVOICE-FILE.
            IF WS-FS-APINV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SUPPLIER-INVOICE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-NF-TOTAL < 300
                            ADD 1 TO WS-NF-TOTAL
                            PERFORM GUARDA-NOTA
                        ELSE
                            MOVE 'S' TO WS-NF-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-APINV = "10"
                CLOSE SUPPLIER-INVOICE-FILE
            END-IF.

       GUARDA-NOTA.
            MOVE AP-FORNECEDOR TO WS-NF-FORNECEDOR(WS-NF-TOTAL).
            MOVE AP-NOTA TO WS-NF-NOTA(WS-NF-TOTAL).
            MOVE AP-DATA-EMISSAO TO WS-NF-EMISSAO(WS-NF-TOTAL).
            MOVE AP-VENCIMENTO TO WS-NF-VENCIMENTO(WS-NF-TOTAL).
            MOVE AP-PEDIDO TO WS-NF-PEDIDO(WS-NF-TOTAL).
            MOVE AP-QTD TO WS-NF-QTD(WS-NF-TOTAL).
            MOVE AP-PRECO-UNIT TO WS-NF-PRECO(WS-NF-TOTAL).
            MOVE AP-VALOR TO WS-NF-VALOR(WS-NF-TOTAL).
            MOVE AP-SITUACAO TO WS-NF-SITUACAO(WS-NF-TOTAL).
            MOVE AP-MOTIVO TO WS-NF-MOTIVO(WS-NF-TOTAL).
            MOVE AP-DIGITADOR TO WS-NF-DIGITADOR(WS-NF-TOTAL).
            MOVE AP-APROVADOR TO WS-NF-APROVADOR(WS-NF-TOTAL).
            MOVE AP-DATA-APROVACAO TO WS-NF-APROVACAO(WS-NF-TOTAL).
            MOVE AP-DATA-PAGAMENTO TO WS-NF-PAGAMENTO(WS-NF-TOTAL).

      * An APINV bigger than the work table cannot be rewritten
      * without losing the excess; the modes that change it refuse
      * the run before getting this far.
       REGRAVA-NOTAS.
            OPEN OUTPUT SUPPLIER-INVOICE-FILE.
            PERFORM VARYING WS-NF-SUB FROM 1 BY 1
                    UNTIL WS-NF-SUB > WS-NF-TOTAL
                PERFORM VERIFICA-NOTA-ENCERRADA
                IF WS-NF-ENCERRADA = 'N'
                    PERFORM GRAVA-REGISTRO-NOTA
                END-IF
            END-PERFORM.
            CLOSE SUPPLIER-INVOICE-FILE.

      * A paid or refused invoice from an earlier month drops off
      * once its PO has gone from POFILE: nothing can be billed
      * against that PO any more, so neither the quantity already
      * billed nor the duplicate check needs it. Only the modes
      * that read POFILE in full can tell.
       VERIFICA-NOTA-ENCERRADA.
            MOVE 'N' TO WS-NF-ENCERRADA.
            IF WS-PO-CARREGADO = 'S' AND WS-PO-ESTOUROU = 'N'
                    AND ((WS-NF-SITUACAO(WS-NF-SUB) = 'P'
                        AND WS-NF-PAGAMENTO(WS-NF-SUB)(1:6) <
                            WS-DATA-REF(1:6))
                    OR (WS-NF-SITUACAO(WS-NF-SUB) = 'X'
                        AND WS-NF-EMISSAO(WS-NF-SUB)(1:6) <
                            WS-DATA-REF(1:6)))
                MOVE 'S' TO WS-NF-ENCERRADA
                PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                        UNTIL WS-PO-SUB > WS-PO-TOTAL
                    IF WS-PO-NUMERO(WS-PO-SUB) =
                            WS-NF-PEDIDO(WS-NF-SUB)
                        MOVE 'N' TO WS-NF-ENCERRADA
                    END-IF
                END-PERFORM
            END-IF.

       GRAVA-REGISTRO-NOTA.
            MOVE SPACES TO SUPPLIER-INVOICE-RECORD.
            MOVE WS-NF-FORNECEDOR(WS-NF-SUB) TO AP-FORNECEDOR.
            MOVE WS-NF-NOTA(WS-NF-SUB) TO AP-NOTA.
            MOVE WS-NF-EMISSAO(WS-NF-SUB) TO AP-DATA-EMISSAO.
            MOVE WS-NF-VENCIMENTO(WS-NF-SUB) TO AP-VENCIMENTO.
            MOVE WS-NF-PEDIDO(WS-NF-SUB) TO AP-PEDIDO.
            MOVE WS-NF-QTD(WS-NF-SUB) TO AP-QTD.
            MOVE WS-NF-PRECO(WS-NF-SUB) TO AP-PRECO-UNIT.
            MOVE WS-NF-VALOR(WS-NF-SUB) TO AP-VALOR.
            MOVE WS-NF-SITUACAO(WS-NF-SUB) TO AP-SITUACAO.
            MOVE WS-NF-MOTIVO(WS-NF-SUB) TO AP-MOTIVO.
            MOVE WS-NF-DIGITADOR(WS-NF-SUB) TO AP-DIGITADOR.
            MOVE WS-NF-APROVADOR(WS-NF-SUB) TO AP-APROVADOR.
            MOVE WS-NF-APROVACAO(WS-NF-SUB) TO AP-DATA-APROVACAO.
            MOVE WS-NF-PAGAMENTO(WS-NF-SUB) TO AP-DATA-PAGAMENTO.
            WRITE SUPPLIER-INVOICE-RECORD.

      * The same supplier's invoice number is never keyed twice,
      * whatever became of the first one.
       LOCALIZA-NOTA.
            MOVE 'N' TO WS-NF-ACHOU.
            PERFORM VARYING WS-NF-SUB FROM 1 BY 1
                    UNTIL WS-NF-SUB > WS-NF-TOTAL
                    OR WS-NF-ACHOU = 'S'
                IF WS-NF-FORNECEDOR(WS-NF-SUB) = WS-FORNECEDOR-ENT
                        AND WS-NF-NOTA(WS-NF-SUB) = WS-NOTA-ENT
                    MOVE 'S' TO WS-NF-ACHOU
                END-IF
            END-PERFORM.
            IF WS-NF-ACHOU = 'S'
                SUBTRACT 1 FROM WS-NF-SUB
            END-IF.

       LANCA-NOTA.
            PERFORM CARREGA-FORNECEDORES.
            PERFORM CARREGA-PEDIDOS.
            PERFORM CARREGA-NOTAS.
            IF WS-PO-ESTOUROU = 'S' OR WS-NF-ESTOUROU = 'S'
                    OR WS-FOR-ESTOUROU = 'S'
                IF WS-FOR-ESTOUROU = 'S'
                    DISPLAY "SUPPLIERS EXCEDE 50 FORNECEDORES -"
      -                 " LANCAMENTO ABORTADO"
                END-IF
                IF WS-PO-ESTOUROU = 'S'
                    DISPLAY "POFILE EXCEDE 100 PEDIDOS - LANCAMENTO"
      -                 " ABORTADO"
                END-IF
                IF WS-NF-ESTOUROU = 'S'
                    DISPLAY "APINV EXCEDE 300 NOTAS - LANCAMENTO"
      -                 " ABORTADO"
                END-IF
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-NF-TOTAL >= 300
                    DISPLAY "APINV CHEIO - LANCAMENTO ABORTADO"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM LE-NOTA
                END-IF
            END-IF.

       LE-NOTA.
            DISPLAY "CODIGO DO FORNECEDOR:"
            MOVE SPACES TO WS-FORNECEDOR-ENT
            ACCEPT WS-FORNECEDOR-ENT
            PERFORM LOCALIZA-FORNECEDOR
            IF WS-FOR-ACHOU = 'N'
                DISPLAY "FORNECEDOR NAO CADASTRADO EM SUPPLIERS"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "NUMERO DA NOTA FISCAL:"
                MOVE SPACES TO WS-NOTA-ENT
                ACCEPT WS-NOTA-ENT
                PERFORM LOCALIZA-NOTA
                IF WS-NOTA-ENT = SPACES OR WS-NF-ACHOU = 'S'
                    DISPLAY "NOTA EM BRANCO OU JA LANCADA PARA ESTE"
      -                 " FORNECEDOR - RECUSADA"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    PERFORM LE-PEDIDO-DA-NOTA
                END-IF
            END-IF.

       LE-PEDIDO-DA-NOTA.
            DISPLAY "NUMERO DO PEDIDO DE COMPRA:"
            MOVE 0 TO WS-PEDIDO-ENT
            ACCEPT WS-PEDIDO-ENT
            PERFORM LOCALIZA-PEDIDO
            IF WS-PO-ACHOU = 'N'
                DISPLAY "PEDIDO NAO ENCONTRADO EM POFILE - RECUSADA"
                MOVE 4 TO RETURN-CODE
            ELSE
                IF WS-PO-FORNECEDOR(WS-PO-SUB) NOT = WS-FORNECEDOR-ENT
                    DISPLAY "PEDIDO " WS-PEDIDO-ENT " FOI PARA O"
      -                 " FORNECEDOR " WS-PO-FORNECEDOR(WS-PO-SUB)
      -                 " - RECUSADA"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    PERFORM LE-VALORES-DA-NOTA
                END-IF
            END-IF.

       LE-VALORES-DA-NOTA.
            DISPLAY "DATA DE EMISSAO (AAAAMMDD, ENTER = HOJE):"
            MOVE 0 TO WS-EMISSAO-ENT
            ACCEPT WS-EMISSAO-ENT
            IF WS-EMISSAO-ENT = 0
                MOVE WS-DATA-REF TO WS-EMISSAO-ENT
            END-IF
            DISPLAY "QUANTIDADE FATURADA:"
            MOVE 0 TO WS-QTD-ENT
            ACCEPT WS-QTD-ENT
            DISPLAY "PRECO UNITARIO FATURADO:"
            MOVE 0 TO WS-PRECO-ENT
            ACCEPT WS-PRECO-ENT
            IF WS-EMISSAO-ENT > WS-DATA-REF OR WS-QTD-ENT = 0
                    OR WS-PRECO-ENT = 0
                DISPLAY "EMISSAO FUTURA, QUANTIDADE OU PRECO ZERADO"
      -             " - RECUSADA"
                MOVE 4 TO RETURN-CODE
            ELSE
                PERFORM CONFERE-NOTA
                PERFORM GRAVA-NOTA
            END-IF.

      * Three-way match: the quantity billed may not run past what
      * receiving booked on the PO less what earlier invoices on the
      * same PO already billed, nor the unit price past the price
      * the PO was raised at, each by more than the tolerance. A PO
      * raised before prices were carried cannot be matched at all.
       CONFERE-NOTA.
            MOVE 0 TO WS-QTD-FATURADA.
            PERFORM VARYING WS-NF-SUB FROM 1 BY 1
                    UNTIL WS-NF-SUB > WS-NF-TOTAL
                IF WS-NF-PEDIDO(WS-NF-SUB) = WS-PEDIDO-ENT
                        AND WS-NF-SITUACAO(WS-NF-SUB) NOT = 'X'
                    ADD WS-NF-QTD(WS-NF-SUB) TO WS-QTD-FATURADA
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-QTD-DISPONIVEL.
            IF WS-PO-ENTREGUE(WS-PO-SUB) > WS-QTD-FATURADA
                COMPUTE WS-QTD-DISPONIVEL =
                    WS-PO-ENTREGUE(WS-PO-SUB) - WS-QTD-FATURADA
            END-IF
            COMPUTE WS-QTD-LIMITE =
                WS-QTD-DISPONIVEL * (100 + WS-TOLERANCIA-PCT) / 100.
            COMPUTE WS-PRECO-LIMITE =
                WS-PO-PRECO(WS-PO-SUB) * (100 + WS-TOLERANCIA-PCT)
                    / 100.
            MOVE 'A' TO WS-SITUACAO-NOVA.
            MOVE SPACES TO WS-MOTIVO-NOVO.
            EVALUATE TRUE
             WHEN WS-QTD-ENT > WS-QTD-LIMITE
                MOVE 'R' TO WS-SITUACAO-NOVA
                MOVE "QTD " TO WS-MOTIVO-NOVO
                DISPLAY "QUANTIDADE " WS-QTD-ENT " ACIMA DO RECEBIDO"
      -             " E NAO FATURADO (" WS-QTD-DISPONIVEL ")"
             WHEN WS-PO-PRECO(WS-PO-SUB) = 0
                MOVE 'R' TO WS-SITUACAO-NOVA
                MOVE "SPRC" TO WS-MOTIVO-NOVO
                DISPLAY "PEDIDO SEM PRECO - CONFERENCIA MANUAL"
             WHEN WS-PRECO-ENT > WS-PRECO-LIMITE
                MOVE 'R' TO WS-SITUACAO-NOVA
                MOVE "PREC" TO WS-MOTIVO-NOVO
                MOVE WS-PRECO-ENT TO WS-ED-PRECO
                MOVE WS-PO-PRECO(WS-PO-SUB) TO WS-ED-PRECO-PO
                DISPLAY "PRECO " WS-ED-PRECO " ACIMA DO PEDIDO ("
      -             WS-ED-PRECO-PO ")"
            END-EVALUATE.

      * Due on the invoice date plus the supplier's terms.
       GRAVA-NOTA.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-EMISSAO-ENT TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD WS-FOR-PRAZO(WS-FOR-SUB) TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-VENCIMENTO.
            ADD 1 TO WS-NF-TOTAL.
            MOVE WS-FORNECEDOR-ENT TO WS-NF-FORNECEDOR(WS-NF-TOTAL).
            MOVE WS-NOTA-ENT TO WS-NF-NOTA(WS-NF-TOTAL).
            MOVE WS-EMISSAO-ENT TO WS-NF-EMISSAO(WS-NF-TOTAL).
            MOVE WS-VENCIMENTO TO WS-NF-VENCIMENTO(WS-NF-TOTAL).
            MOVE WS-PEDIDO-ENT TO WS-NF-PEDIDO(WS-NF-TOTAL).
            MOVE WS-QTD-ENT TO WS-NF-QTD(WS-NF-TOTAL).
            MOVE WS-PRECO-ENT TO WS-NF-PRECO(WS-NF-TOTAL).
            COMPUTE WS-NF-VALOR(WS-NF-TOTAL) =
                WS-QTD-ENT * WS-PRECO-ENT.
            MOVE WS-SITUACAO-NOVA TO WS-NF-SITUACAO(WS-NF-TOTAL).
            MOVE WS-MOTIVO-NOVO TO WS-NF-MOTIVO(WS-NF-TOTAL).
            MOVE WS-OPERADOR-ID TO WS-NF-DIGITADOR(WS-NF-TOTAL).
            MOVE SPACES TO WS-NF-APROVADOR(WS-NF-TOTAL).
            MOVE 0 TO WS-NF-APROVACAO(WS-NF-TOTAL).
            MOVE 0 TO WS-NF-PAGAMENTO(WS-NF-TOTAL).
            IF WS-SITUACAO-NOVA = 'A'
                MOVE WS-DATA-REF TO WS-NF-APROVACAO(WS-NF-TOTAL)
            END-IF
            PERFORM REGRAVA-NOTAS.
            ADD 1 TO WS-QTD-LANCADAS.
            MOVE WS-NF-VALOR(WS-NF-TOTAL) TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            IF WS-SITUACAO-NOVA = 'A'
                DISPLAY "NOTA " WS-NOTA-ENT " APROVADA "
      -             CUR-VALOR-EDITADO " VENCE EM " WS-VENCIMENTO
            ELSE
                ADD 1 TO WS-QTD-RETIDAS
                DISPLAY "NOTA " WS-NOTA-ENT " RETIDA (" WS-MOTIVO-NOVO
      -             ") " CUR-VALOR-EDITADO " - AGUARDA LIBERACAO"
                MOVE 4 TO RETURN-CODE
            END-IF.

      * Whoever keyed a held invoice cannot release it: the second
      * operator is the whole point of holding it.
       LIBERA-RETIDAS.
            PERFORM CARREGA-PEDIDOS.
            PERFORM CARREGA-NOTAS.
            IF WS-NF-ESTOUROU = 'S'
                DISPLAY "APINV EXCEDE 300 NOTAS - LIBERACAO ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM VARYING WS-NF-SUB FROM 1 BY 1
                        UNTIL WS-NF-SUB > WS-NF-TOTAL
                    IF WS-NF-SITUACAO(WS-NF-SUB) = 'R'
                        PERFORM DECIDE-NOTA
                    END-IF
                END-PERFORM
                IF WS-NF-ALTERADO = 'S'
                    PERFORM REGRAVA-NOTAS
                END-IF
                DISPLAY "LIBERADAS: " WS-QTD-APROVADAS
                    "  RECUSADAS: " WS-QTD-RECUSADAS
            END-IF.

       DECIDE-NOTA.
            IF WS-NF-DIGITADOR(WS-NF-SUB) = WS-OPERADOR-ID
                DISPLAY "NOTA " WS-NF-NOTA(WS-NF-SUB)
                    " LANCADA POR VOCE - LIBERACAO POR OUTRO"
                    " OPERADOR"
            ELSE
                MOVE WS-NF-PEDIDO(WS-NF-SUB) TO WS-PEDIDO-ENT
                PERFORM LOCALIZA-PEDIDO
                MOVE WS-NF-VALOR(WS-NF-SUB) TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE WS-NF-PRECO(WS-NF-SUB) TO WS-ED-PRECO
                DISPLAY "FORNECEDOR " WS-NF-FORNECEDOR(WS-NF-SUB)
                    " NOTA " WS-NF-NOTA(WS-NF-SUB)
                    " " CUR-VALOR-EDITADO
                    " RETIDA (" WS-NF-MOTIVO(WS-NF-SUB) ")"
                IF WS-PO-ACHOU = 'S'
                    MOVE WS-PO-PRECO(WS-PO-SUB) TO WS-ED-PRECO-PO
                    DISPLAY "  FATURADO " WS-NF-QTD(WS-NF-SUB)
                        " A " WS-ED-PRECO
                        " / PEDIDO " WS-NF-PEDIDO(WS-NF-SUB)
                        " RECEBIDO " WS-PO-ENTREGUE(WS-PO-SUB)
                        " A " WS-ED-PRECO-PO
                END-IF
                DISPLAY "LIBERAR PARA PAGAMENTO (S/N, ENTER PULA)?"
                MOVE SPACE TO WS-RESPOSTA
                ACCEPT WS-RESPOSTA
                IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                    MOVE 'A' TO WS-NF-SITUACAO(WS-NF-SUB)
                    MOVE WS-OPERADOR-ID TO
                        WS-NF-APROVADOR(WS-NF-SUB)
                    MOVE WS-DATA-REF TO WS-NF-APROVACAO(WS-NF-SUB)
                    MOVE 'S' TO WS-NF-ALTERADO
                    ADD 1 TO WS-QTD-APROVADAS
                END-IF
                IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                    MOVE 'X' TO WS-NF-SITUACAO(WS-NF-SUB)
                    MOVE WS-OPERADOR-ID TO
                        WS-NF-APROVADOR(WS-NF-SUB)
                    MOVE 'S' TO WS-NF-ALTERADO
                    ADD 1 TO WS-QTD-RECUSADAS
                END-IF
            END-IF.

      * Every approved invoice due by the business date is paid in
      * tonight's transfer; one whose supplier has no bank account
      * on SUPPLIERS stays approved and is listed until the buyer
      * completes the master.
       PAGA-VENCIDAS.
            PERFORM CARREGA-FORNECEDORES.
            PERFORM CARREGA-NOTAS.
            IF WS-NF-ESTOUROU = 'S' OR WS-FOR-ESTOUROU = 'S'
                IF WS-FOR-ESTOUROU = 'S'
                    DISPLAY "SUPPLIERS EXCEDE 50 FORNECEDORES -"
      -                 " PAGAMENTO ABORTADO"
                END-IF
                IF WS-NF-ESTOUROU = 'S'
                    DISPLAY "APINV EXCEDE 300 NOTAS - PAGAMENTO"
      -                 " ABORTADO"
                END-IF
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT PAYMENT-REPORT-FILE
                MOVE SPACES TO WS-LINHA
                STRING "PAGAMENTO A FORNECEDORES - VENCIDAS ATE "
                    WS-DATA-REF
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-PAGTO
                OPEN OUTPUT SUPPLIER-BANK-FILE
                MOVE SPACES TO SUPPLIER-BANK-HEADER
                MOVE "H" TO AB-H-TIPO
                MOVE WS-DATA-REF TO AB-H-DATA
                MOVE "OPERACOES REUNIDAS" TO AB-H-EMPRESA
                WRITE SUPPLIER-BANK-HEADER
                PERFORM VARYING WS-NF-SUB FROM 1 BY 1
                        UNTIL WS-NF-SUB > WS-NF-TOTAL
                    IF WS-NF-SITUACAO(WS-NF-SUB) = 'A'
                            AND WS-NF-VENCIMENTO(WS-NF-SUB)
                                <= WS-DATA-REF
                        PERFORM PAGA-NOTA
                    END-IF
                END-PERFORM
                MOVE SPACES TO SUPPLIER-BANK-TRAILER
                MOVE "T" TO AB-T-TIPO
                MOVE WS-SEQ TO AB-T-CONTAGEM
                MOVE WS-VALOR-TOTAL TO AB-T-VALOR-TOTAL
                WRITE SUPPLIER-BANK-TRAILER
                CLOSE SUPPLIER-BANK-FILE
                IF WS-NF-ALTERADO = 'S'
                    PERFORM REGRAVA-NOTAS
                END-IF
                MOVE WS-VALOR-TOTAL TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "PAGAS: " WS-QTD-PAGAS
                    "  VALOR TRANSFERIDO: " CUR-VALOR-EDITADO
                    "  SEM DADOS BANCARIOS: " WS-QTD-SEM-BANCO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-PAGTO
                CLOSE PAYMENT-REPORT-FILE
                IF WS-QTD-SEM-BANCO > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

       PAGA-NOTA.
            MOVE WS-NF-FORNECEDOR(WS-NF-SUB) TO WS-FORNECEDOR-ENT.
            PERFORM LOCALIZA-FORNECEDOR.
            MOVE WS-NF-VALOR(WS-NF-SUB) TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            IF WS-FOR-ACHOU = 'N'
                ADD 1 TO WS-QTD-SEM-BANCO
                MOVE SPACES TO WS-LINHA
                STRING WS-FORNECEDOR-ENT " NOTA "
                    WS-NF-NOTA(WS-NF-SUB)
                    " FORNECEDOR FORA DE SUPPLIERS - NAO PAGA"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-PAGTO
            ELSE
                IF WS-FOR-BANCO(WS-FOR-SUB) = 0
                        OR WS-FOR-CONTA(WS-FOR-SUB) = 0
                    ADD 1 TO WS-QTD-SEM-BANCO
                    MOVE SPACES TO WS-LINHA
                    STRING WS-FORNECEDOR-ENT " NOTA "
                        WS-NF-NOTA(WS-NF-SUB)
                        " SEM DADOS BANCARIOS EM SUPPLIERS - NAO PAGA"
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA-PAGTO
                ELSE
                    PERFORM TRANSFERE-NOTA
                END-IF
            END-IF.

       TRANSFERE-NOTA.
            ADD 1 TO WS-SEQ.
            ADD WS-NF-VALOR(WS-NF-SUB) TO WS-VALOR-TOTAL.
            MOVE SPACES TO SUPPLIER-BANK-DETAIL.
            MOVE "D" TO AB-D-TIPO.
            MOVE WS-SEQ TO AB-D-SEQ.
            MOVE WS-FOR-BANCO(WS-FOR-SUB) TO AB-D-BANCO.
            MOVE WS-FOR-AGENCIA(WS-FOR-SUB) TO AB-D-AGENCIA.
            MOVE WS-FOR-CONTA(WS-FOR-SUB) TO AB-D-CONTA.
            MOVE WS-FORNECEDOR-ENT TO AB-D-FAVORECIDO.
            MOVE WS-NF-VALOR(WS-NF-SUB) TO AB-D-VALOR.
            WRITE SUPPLIER-BANK-DETAIL.
            MOVE 'P' TO WS-NF-SITUACAO(WS-NF-SUB).
            MOVE WS-DATA-REF TO WS-NF-PAGAMENTO(WS-NF-SUB).
            MOVE 'S' TO WS-NF-ALTERADO.
            ADD 1 TO WS-QTD-PAGAS.
            MOVE SPACES TO WS-LINHA.
            STRING WS-FORNECEDOR-ENT " " WS-FOR-NOME(WS-FOR-SUB)
                " NOTA " WS-NF-NOTA(WS-NF-SUB)
                " VENC " WS-NF-VENCIMENTO(WS-NF-SUB)
                " " CUR-VALOR-EDITADO
                " BCO " WS-FOR-BANCO(WS-FOR-SUB)
                " AG " WS-FOR-AGENCIA(WS-FOR-SUB)
                " CC " WS-FOR-CONTA(WS-FOR-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-PAGTO.

      * Open payables - approved and still held - by days past due
      * on the business date: one line per invoice, then each
      * supplier across the buckets and the bucket totals.
       RELATORIO-VENCIMENTOS.
            PERFORM CARREGA-FORNECEDORES.
            PERFORM CARREGA-NOTAS.
            PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                    UNTIL WS-FAIXA-SUB > 5
                MOVE 0 TO WS-TOT-FAIXA(WS-FAIXA-SUB)
            END-PERFORM.
            OPEN OUTPUT AGING-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "CONTAS A PAGAR POR VENCIMENTO EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            IF WS-NF-ESTOUROU = 'S'
                MOVE "APINV EXCEDE 300 NOTAS - RELATORIO PARCIAL"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA-AGING
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-FOR-ESTOUROU = 'S'
                MOVE "SUPPLIERS EXCEDE 50 FORNECEDORES - RELATORIO"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA-AGING
                MOVE "PARCIAL POR FORNECEDOR" TO WS-LINHA
                PERFORM GRAVA-LINHA-AGING
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM VARYING WS-NF-SUB FROM 1 BY 1
                    UNTIL WS-NF-SUB > WS-NF-TOTAL
                IF WS-NF-SITUACAO(WS-NF-SUB) = 'A'
                        OR WS-NF-SITUACAO(WS-NF-SUB) = 'R'
                    PERFORM CLASSIFICA-NOTA
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            MOVE SPACES TO WS-LINHA.
            STRING "POR FORNECEDOR (A VENCER / 01-30 / 31-60 /"
                " 61-90 / MAIS DE 90)"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            PERFORM VARYING WS-FOR-SUB FROM 1 BY 1
                    UNTIL WS-FOR-SUB > WS-FOR-TOTAL
                PERFORM IMPRIME-FORNECEDOR-AGING
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                    UNTIL WS-FAIXA-SUB > 5
                MOVE WS-TOT-FAIXA(WS-FAIXA-SUB) TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                MOVE SPACES TO WS-LINHA
                STRING "TOTAL " WS-FAIXA-NOME(WS-FAIXA-SUB) " "
                    CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-AGING
            END-PERFORM.
            MOVE WS-TOTAL-ABERTO TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL EM ABERTO: " WS-QTD-ABERTAS " NOTAS "
                CUR-VALOR-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-AGING.
            CLOSE AGING-REPORT-FILE.

       CLASSIFICA-NOTA.
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            MOVE WS-NF-VENCIMENTO(WS-NF-SUB) TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DIAS TO WS-DIAS-ATRASO.
            EVALUATE TRUE
             WHEN WS-DIAS-ATRASO <= 0
                MOVE 1 TO WS-FAIXA-SUB
             WHEN WS-DIAS-ATRASO <= 30
                MOVE 2 TO WS-FAIXA-SUB
             WHEN WS-DIAS-ATRASO <= 60
                MOVE 3 TO WS-FAIXA-SUB
             WHEN WS-DIAS-ATRASO <= 90
                MOVE 4 TO WS-FAIXA-SUB
             WHEN OTHER
                MOVE 5 TO WS-FAIXA-SUB
            END-EVALUATE.
            ADD WS-NF-VALOR(WS-NF-SUB) TO WS-TOT-FAIXA(WS-FAIXA-SUB).
            ADD WS-NF-VALOR(WS-NF-SUB) TO WS-TOTAL-ABERTO.
            ADD 1 TO WS-QTD-ABERTAS.
            MOVE WS-NF-FORNECEDOR(WS-NF-SUB) TO WS-FORNECEDOR-ENT.
            PERFORM LOCALIZA-FORNECEDOR.
            IF WS-FOR-ACHOU = 'S'
                ADD WS-NF-VALOR(WS-NF-SUB) TO
                    WS-FOR-FAIXA(WS-FOR-SUB, WS-FAIXA-SUB)
            END-IF
            MOVE WS-NF-VALOR(WS-NF-SUB) TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            IF WS-NF-SITUACAO(WS-NF-SUB) = 'R'
                STRING WS-NF-FORNECEDOR(WS-NF-SUB)
                    " NOTA " WS-NF-NOTA(WS-NF-SUB)
                    " VENC " WS-NF-VENCIMENTO(WS-NF-SUB)
                    " " WS-FAIXA-NOME(WS-FAIXA-SUB)
                    " " CUR-VALOR-EDITADO
                    " RETIDA " WS-NF-MOTIVO(WS-NF-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING WS-NF-FORNECEDOR(WS-NF-SUB)
                    " NOTA " WS-NF-NOTA(WS-NF-SUB)
                    " VENC " WS-NF-VENCIMENTO(WS-NF-SUB)
                    " " WS-FAIXA-NOME(WS-FAIXA-SUB)
                    " " CUR-VALOR-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA-AGING.

       IMPRIME-FORNECEDOR-AGING.
            MOVE SPACES TO WS-LINHA.
            STRING WS-FOR-CODIGO(WS-FOR-SUB) " "
                WS-FOR-NOME(WS-FOR-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                    UNTIL WS-FAIXA-SUB > 5
                MOVE WS-FOR-FAIXA(WS-FOR-SUB, WS-FAIXA-SUB)
                    TO WS-ED-VALOR
                MOVE WS-ED-VALOR TO
                    WS-LINHA(16 + WS-FAIXA-SUB * 14:12)
            END-PERFORM.
            PERFORM GRAVA-LINHA-AGING.

       GRAVA-LINHA-PAGTO.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO PAYMENT-REPORT-RECORD.
            WRITE PAYMENT-REPORT-RECORD.

       GRAVA-LINHA-AGING.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO AGING-REPORT-RECORD.
            WRITE AGING-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM APINVOICE.
