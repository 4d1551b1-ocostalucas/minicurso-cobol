      ******************************************************************
      * Author:
      * Date:
      * Purpose: bills the horse owners for the farrier's work.
      *          Mode 1 keeps the OWNERMST owners: each owner's
      *          invoices go to a CUSTMASTER account of tariff
      *          class 'L', opened here when the owner is keyed
      *          with account 0 (next free CU-CONTA), so PAYPOST
      *          posts the payments, the bank registration and
      *          returns, CUSTSTMT statements and the dunning run
      *          all work on them as on any utility account.
      *          Mode 2 keeps the SHOEPRICE price table - the
      *          shoeing services (type 'S') and the consumables
      *          priced per unit drawn (type 'C': FERRADUR per
      *          horseshoe, CRAVO per nail). Mode 3 bills a closed
      *          month: every WORKORDERS order SHOECYCLE closed up
      *          to the competence and not yet billed is priced
      *          (service plus horseshoes and nails drawn) and
      *          totalled per owner into one BILLHIST invoice due
      *          30 days out, rolled to the next HOLCAL business
      *          day, registered with the bank on COLREG and
      *          printed on LIVERYINV with the owner's orders and
      *          the invoices still open on the account. Orders
      *          that cannot be billed (no owner, owner or account
      *          unknown, service or consumable without a price,
      *          invoice over the BILLHIST limit) are listed and
      *          left for a rerun; the orders billed are flagged
      *          WO-FATURADA so they are never billed twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVERYBILL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OWNERMST.
           SELECT SHOE-PRICE-FILE ASSIGN TO "SHOEPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHOEPRICE.
           SELECT WORK-ORDERS-FILE ASSIGN TO "WORKORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORKORDERS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT BILLING-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BILLHIST.
           SELECT COLLECTION-REG-FILE ASSIGN TO "COLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COLREG.
           SELECT LIVERY-INVOICE-FILE ASSIGN TO "LIVERYINV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
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
       FD  OWNER-MASTER-FILE.
           COPY "ownermst.cpy".

       FD  SHOE-PRICE-FILE.
           COPY "shoeprc.cpy".

       FD  WORK-ORDERS-FILE.
           COPY "workord.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  BILLING-HISTORY-FILE.
           COPY "bilhist.cpy".

       FD  COLLECTION-REG-FILE.
           COPY "colreg.cpy".

       FD  LIVERY-INVOICE-FILE.
       01  LIVERY-INVOICE-RECORD    PIC X(100).

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-FS-OWNERMST PIC X(2).
           77 WS-FS-SHOEPRICE PIC X(2).
           77 WS-FS-WORKORDERS PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-BILLHIST PIC X(2).
           77 WS-FS-COLREG PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-COMPETENCIA-ENTRADA PIC X(6).
           77 WS-COMPETENCIA PIC 9(6).
           77 WS-COMP-ANO PIC 9(4).
           77 WS-COMP-MES PIC 9(2).
           77 WS-VENCIMENTO PIC 9(8).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           COPY "holwk.cpy".
           01 WS-TABELA-PROPRIETARIOS.
               05 WS-PRP-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-PRP-IX.
                   10 WS-PRP-ID         PIC X(10).
                   10 WS-PRP-NOME       PIC X(20).
                   10 WS-PRP-TELEFONE   PIC X(15).
                   10 WS-PRP-CONTA      PIC 9(6).
           77 WS-PRP-TOTAL PIC 9(3) VALUE 0.
           77 WS-PRP-SUB PIC 9(3).
           77 WS-PRP-ACHOU PIC X(1).
           77 WS-PRP-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-PRECOS.
               05 WS-PRC-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-PRC-IX.
                   10 WS-PRC-CODIGO     PIC X(8).
                   10 WS-PRC-DESCRICAO  PIC X(20).
                   10 WS-PRC-TIPO       PIC X(1).
                   10 WS-PRC-PRECO      PIC 9(5)V99.
           77 WS-PRC-TOTAL PIC 9(2) VALUE 0.
           77 WS-PRC-SUB PIC 9(2).
           77 WS-PRC-ACHOU PIC X(1).
           77 WS-PRC-ESTOUROU PIC X(1) VALUE 'N'.
      * The whole WORKORDERS file, every field carried so the
      * rewrite that flags the billed orders loses nothing; the
      * price, the billing outcome and the reason an order was
      * left unbilled are worked out here only.
           01 WS-TABELA-ORDENS.
               05 WS-ORD-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-ORD-IX.
                   10 WS-ORD-ESTABULO   PIC X(10).
                   10 WS-ORD-ANIMAL     PIC X(10).
                   10 WS-ORD-DATA       PIC 9(8).
                   10 WS-ORD-STATUS     PIC X(1).
                   10 WS-ORD-SERVICO    PIC X(8).
                   10 WS-ORD-CONCLUSAO  PIC 9(8).
                   10 WS-ORD-FERRADURAS PIC 9(2).
                   10 WS-ORD-CRAVOS     PIC 9(3).
                   10 WS-ORD-PROPRIETARIO PIC X(10).
                   10 WS-ORD-FATURADA   PIC X(1).
                   10 WS-ORD-VALOR      PIC 9(6)V99.
                   10 WS-ORD-SITUACAO   PIC X(1).
                   10 WS-ORD-MOTIVO     PIC X(30).
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-ORD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ORD-MES PIC 9(6).
           77 WS-PRECO-SERVICO PIC 9(5)V99.
           77 WS-PRECO-FERRADURA PIC 9(5)V99.
           77 WS-PRECO-CRAVO PIC 9(5)V99.
           77 WS-TEM-PRECO-FERRADURA PIC X(1).
           77 WS-TEM-PRECO-CRAVO PIC X(1).
           77 WS-ID-ENTRADA PIC X(10).
           77 WS-NOME-ENTRADA PIC X(20).
           77 WS-TELEFONE-ENTRADA PIC X(15).
           77 WS-ENDERECO-ENTRADA PIC X(30).
           77 WS-CONTA-ENTRADA PIC 9(6).
           77 WS-CODIGO-ENTRADA PIC X(8).
           77 WS-DESCRICAO-ENTRADA PIC X(20).
           77 WS-TIPO-ENTRADA PIC X(1).
           77 WS-PRECO-ENTRADA PIC 9(5)V99.
           77 WS-VALIDO PIC X(1).
           77 WS-IMAGEM PIC X(80).
           77 WS-CONTA-BUSCA PIC 9(6).
           77 WS-CLI-ACHOU PIC X(1).
           77 WS-CLI-NOME PIC X(20).
           77 WS-CLI-ENDERECO PIC X(30).
           77 WS-MAIOR-CONTA PIC 9(6).
           77 WS-CONTA-NOVA PIC 9(6).
           77 WS-NOSSO-NUMERO PIC 9(10).
           77 WS-FAT-VALOR PIC 9(6)V99.
           77 WS-FAT-QTD-ORDENS PIC 9(3).
           77 WS-SALDO-ANTERIOR PIC 9(7)V99.
           77 WS-SALDO-FATURA PIC S9(7)V99.
           77 WS-SALDO-TOTAL PIC 9(7)V99.
           77 WS-QTD-FATURAS PIC 9(4) VALUE 0.
           77 WS-QTD-EXCECOES PIC 9(4) VALUE 0.
           77 WS-VALOR-FATURADO PIC 9(8)V99 VALUE 0.
           77 WS-HOUVE-FATURA PIC X(1) VALUE 'N'.
           77 WS-ED-VALOR PIC ZZZZZZ9.99.
           77 WS-ED-PRECO PIC ZZZZ9.99.
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "LIVERYBILL".

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
            DISPLAY "1 - PROPRIETARIOS (OWNERMST)"
            DISPLAY "2 - TABELA DE PRECOS DE FERRAGEM (SHOEPRICE)"
            DISPLAY "3 - FATURAR FERRAGEM DO MES"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM MANTEM-PROPRIETARIOS
                     MOVE "MODO 1 - PROPRIETARIOS" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM MANTEM-PRECOS
                     MOVE "MODO 2 - TABELA DE PRECOS" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM FATURA-MES
                     MOVE "MODO 3 - FATURAMENTO FERRAGEM" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-PROPRIETARIOS.
            MOVE 0 TO WS-PRP-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT OWNER-MASTER-FILE.
            IF WS-FS-OWNERMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ OWNER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PRP-TOTAL < 100
                            ADD 1 TO WS-PRP-TOTAL
                            MOVE OW-ID TO WS-PRP-ID(WS-PRP-TOTAL)
                            MOVE OW-NOME TO
                                WS-PRP-NOME(WS-PRP-TOTAL)
                            MOVE OW-TELEFONE TO
                                WS-PRP-TELEFONE(WS-PRP-TOTAL)
                            MOVE 0 TO WS-PRP-CONTA(WS-PRP-TOTAL)
                            IF OW-CONTA IS NUMERIC
                                MOVE OW-CONTA TO
                                    WS-PRP-CONTA(WS-PRP-TOTAL)
                            END-IF
                        ELSE
                            MOVE 'S' TO WS-PRP-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-OWNERMST = "10"
                CLOSE OWNER-MASTER-FILE
            END-IF.

       LOCALIZA-PROPRIETARIO.
            MOVE 'N' TO WS-PRP-ACHOU.
            PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
                    UNTIL WS-PRP-SUB > WS-PRP-TOTAL
                    OR WS-PRP-ACHOU = 'S'
                IF WS-PRP-ID(WS-PRP-SUB) = WS-ID-ENTRADA
                    MOVE 'S' TO WS-PRP-ACHOU
                    SUBTRACT 1 FROM WS-PRP-SUB
                END-IF
            END-PERFORM.

       MANTEM-PROPRIETARIOS.
            PERFORM CARREGA-PROPRIETARIOS.
            DISPLAY "1 - LISTAR / 2 - INCLUIR OU ALTERAR"
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
             WHEN 1
                PERFORM VARYING WS-PRP-SUB FROM 1 BY 1
                        UNTIL WS-PRP-SUB > WS-PRP-TOTAL
                    DISPLAY WS-PRP-ID(WS-PRP-SUB) " "
      -                 WS-PRP-NOME(WS-PRP-SUB) " TEL "
      -                 WS-PRP-TELEFONE(WS-PRP-SUB) " CONTA "
      -                 WS-PRP-CONTA(WS-PRP-SUB)
                END-PERFORM
             WHEN 2
                IF WS-PRP-ESTOUROU = 'S'
                    DISPLAY "OWNERMST EXCEDE 100 PROPRIETARIOS - "
      -                 "MANUTENCAO SUSPENSA"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM INCLUI-ALTERA-PROPRIETARIO
                END-IF
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.

      * A new owner keyed with account 0 gets a CUSTMASTER account
      * of its own (tariff class 'L'); an existing owner keyed with
      * 0 keeps the account it has. Any other account must already
      * be on CUSTMASTER - an owner who is also a utility customer
      * may have the shoeing billed on the same account.
       INCLUI-ALTERA-PROPRIETARIO.
            DISPLAY "DIGITE O ID DO PROPRIETARIO:"
            ACCEPT WS-ID-ENTRADA
            MOVE 'S' TO WS-VALIDO
            IF WS-ID-ENTRADA = SPACES
                DISPLAY "ID EM BRANCO - RECUSADO"
                MOVE 'N' TO WS-VALIDO
            END-IF
            IF WS-VALIDO = 'S'
                PERFORM LOCALIZA-PROPRIETARIO
                IF WS-PRP-ACHOU = 'S'
                    DISPLAY "ATUAL: " WS-PRP-NOME(WS-PRP-SUB)
      -                 " TEL " WS-PRP-TELEFONE(WS-PRP-SUB)
      -                 " CONTA " WS-PRP-CONTA(WS-PRP-SUB)
                ELSE
                    IF WS-PRP-TOTAL NOT < 100
                        DISPLAY "OWNERMST CHEIO - RECUSADO"
                        MOVE 'N' TO WS-VALIDO
                    END-IF
                END-IF
            END-IF
            IF WS-VALIDO = 'S'
                DISPLAY "NOME DO PROPRIETARIO:"
                ACCEPT WS-NOME-ENTRADA
                DISPLAY "TELEFONE:"
                ACCEPT WS-TELEFONE-ENTRADA
                IF WS-PRP-ACHOU = 'S'
                    DISPLAY "CONTA DE COBRANCA NO CUSTMASTER "
      -                 "(0 = MANTER A ATUAL):"
                ELSE
                    DISPLAY "CONTA DE COBRANCA NO CUSTMASTER "
      -                 "(0 = ABRIR CONTA NOVA):"
                END-IF
                MOVE 0 TO WS-CONTA-ENTRADA
                ACCEPT WS-CONTA-ENTRADA
                IF WS-NOME-ENTRADA = SPACES
                    DISPLAY "NOME EM BRANCO - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-IF
            IF WS-VALIDO = 'S'
                IF WS-CONTA-ENTRADA = 0
                    IF WS-PRP-ACHOU = 'S'
                        MOVE WS-PRP-CONTA(WS-PRP-SUB) TO
                            WS-CONTA-ENTRADA
                    END-IF
                ELSE
                    MOVE WS-CONTA-ENTRADA TO WS-CONTA-BUSCA
                    PERFORM LE-CLIENTES
                    IF WS-CLI-ACHOU = 'N'
                        DISPLAY "CONTA NAO CADASTRADA NO CUSTMASTER"
      -                     " - RECUSADO"
                        MOVE 'N' TO WS-VALIDO
                    END-IF
                END-IF
            END-IF
            IF WS-VALIDO = 'S' AND WS-CONTA-ENTRADA = 0
                DISPLAY "ENDERECO DE COBRANCA:"
                ACCEPT WS-ENDERECO-ENTRADA
                PERFORM ABRE-CONTA-CLIENTE
                MOVE WS-CONTA-NOVA TO WS-CONTA-ENTRADA
            END-IF
            IF WS-VALIDO = 'S'
                PERFORM GRAVA-PROPRIETARIO
            END-IF.

       GRAVA-PROPRIETARIO.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-PRP-ACHOU = 'S'
                MOVE SPACES TO WS-IMAGEM
                STRING WS-PRP-ID(WS-PRP-SUB) ";"
                    WS-PRP-NOME(WS-PRP-SUB) ";"
                    WS-PRP-TELEFONE(WS-PRP-SUB) ";"
                    WS-PRP-CONTA(WS-PRP-SUB)
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                ADD 1 TO WS-PRP-TOTAL
                MOVE WS-PRP-TOTAL TO WS-PRP-SUB
                MOVE WS-ID-ENTRADA TO WS-PRP-ID(WS-PRP-SUB)
                MOVE "I" TO WS-CHG-OPERACAO
            END-IF
            MOVE WS-NOME-ENTRADA TO WS-PRP-NOME(WS-PRP-SUB).
            MOVE WS-TELEFONE-ENTRADA TO WS-PRP-TELEFONE(WS-PRP-SUB).
            MOVE WS-CONTA-ENTRADA TO WS-PRP-CONTA(WS-PRP-SUB).
            MOVE SPACES TO WS-IMAGEM.
            STRING WS-PRP-ID(WS-PRP-SUB) ";"
                WS-PRP-NOME(WS-PRP-SUB) ";"
                WS-PRP-TELEFONE(WS-PRP-SUB) ";"
                WS-PRP-CONTA(WS-PRP-SUB)
                DELIMITED BY SIZE INTO WS-IMAGEM.
            MOVE WS-IMAGEM TO WS-CHG-DEPOIS.
            MOVE "OWNERMST" TO WS-CHG-ARQUIVO.
            MOVE WS-ID-ENTRADA TO WS-CHG-CHAVE.
            PERFORM REGRAVA-PROPRIETARIOS.
            PERFORM GRAVA-CHANGELOG.
            DISPLAY "PROPRIETARIO GRAVADO - CONTA "
      -         WS-CONTA-ENTRADA.

       REGRAVA-PROPRIETARIOS.
            OPEN OUTPUT OWNER-MASTER-FILE.
            PERFORM VARYING WS-PRP-IX FROM 1 BY 1
                    UNTIL WS-PRP-IX > WS-PRP-TOTAL
                MOVE SPACES TO OWNER-MASTER-RECORD
                MOVE WS-PRP-ID(WS-PRP-IX) TO OW-ID
                MOVE WS-PRP-NOME(WS-PRP-IX) TO OW-NOME
                MOVE WS-PRP-TELEFONE(WS-PRP-IX) TO OW-TELEFONE
                MOVE WS-PRP-CONTA(WS-PRP-IX) TO OW-CONTA
                WRITE OWNER-MASTER-RECORD
            END-PERFORM.
            CLOSE OWNER-MASTER-FILE.

      * One pass over CUSTMASTER: finds WS-CONTA-BUSCA (name and
      * address for the statement) and notes the highest account
      * number in use for ABRE-CONTA-CLIENTE.
       LE-CLIENTES.
            MOVE 'N' TO WS-CLI-ACHOU.
            MOVE SPACES TO WS-CLI-NOME.
            MOVE SPACES TO WS-CLI-ENDERECO.
            MOVE 0 TO WS-MAIOR-CONTA.
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
                        IF CU-CONTA > WS-MAIOR-CONTA
                            MOVE CU-CONTA TO WS-MAIOR-CONTA
                        END-IF
                        IF CU-CONTA = WS-CONTA-BUSCA
                            MOVE 'S' TO WS-CLI-ACHOU
                            MOVE CU-NOME TO WS-CLI-NOME
                            MOVE CU-ENDERECO TO WS-CLI-ENDERECO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

      * Livery account: tariff class 'L', active, opened on the
      * business date, no previous occupant.
       ABRE-CONTA-CLIENTE.
            MOVE 0 TO WS-CONTA-BUSCA.
            PERFORM LE-CLIENTES.
            COMPUTE WS-CONTA-NOVA = WS-MAIOR-CONTA + 1.
            MOVE SPACES TO CUSTOMER-MASTER-RECORD.
            MOVE WS-CONTA-NOVA TO CU-CONTA.
            MOVE WS-NOME-ENTRADA TO CU-NOME.
            MOVE WS-ENDERECO-ENTRADA TO CU-ENDERECO.
            MOVE 'L' TO CU-TARIFA.
            MOVE 'A' TO CU-SITUACAO.
            MOVE WS-DATA-REF TO CU-DATA-MUDANCA.
            MOVE 0 TO CU-CONTA-ANTERIOR.
            MOVE SPACES TO WS-CHG-ANTES.
            MOVE CUSTOMER-MASTER-RECORD TO WS-CHG-DEPOIS.
            OPEN EXTEND CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER = "35"
                OPEN OUTPUT CUSTOMER-MASTER-FILE
            END-IF
            WRITE CUSTOMER-MASTER-RECORD.
            CLOSE CUSTOMER-MASTER-FILE.
            MOVE "CUSTMASTER" TO WS-CHG-ARQUIVO.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE SPACES TO WS-CHG-CHAVE.
            MOVE WS-CONTA-NOVA TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.
            DISPLAY "CONTA DE COBRANCA ABERTA: " WS-CONTA-NOVA.

       CARREGA-PRECOS.
            MOVE 0 TO WS-PRC-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SHOE-PRICE-FILE.
            IF WS-FS-SHOEPRICE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SHOE-PRICE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PRC-TOTAL < 50
                            ADD 1 TO WS-PRC-TOTAL
                            MOVE FP-CODIGO TO
                                WS-PRC-CODIGO(WS-PRC-TOTAL)
                            MOVE FP-DESCRICAO TO
                                WS-PRC-DESCRICAO(WS-PRC-TOTAL)
                            MOVE FP-TIPO TO WS-PRC-TIPO(WS-PRC-TOTAL)
                            MOVE FP-PRECO TO
                                WS-PRC-PRECO(WS-PRC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-PRC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SHOEPRICE = "10"
                CLOSE SHOE-PRICE-FILE
            END-IF.

       LOCALIZA-PRECO.
            MOVE 'N' TO WS-PRC-ACHOU.
            PERFORM VARYING WS-PRC-SUB FROM 1 BY 1
                    UNTIL WS-PRC-SUB > WS-PRC-TOTAL
                    OR WS-PRC-ACHOU = 'S'
                IF WS-PRC-CODIGO(WS-PRC-SUB) = WS-CODIGO-ENTRADA
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
                    MOVE WS-PRC-PRECO(WS-PRC-SUB) TO WS-ED-PRECO
                    DISPLAY WS-PRC-CODIGO(WS-PRC-SUB) " "
      -                 WS-PRC-DESCRICAO(WS-PRC-SUB) " TIPO "
      -                 WS-PRC-TIPO(WS-PRC-SUB) " PRECO "
      -                 WS-ED-PRECO
                END-PERFORM
             WHEN 2
                IF WS-PRC-ESTOUROU = 'S'
                    DISPLAY "SHOEPRICE EXCEDE 50 PRECOS - "
      -                 "MANUTENCAO SUSPENSA"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM INCLUI-ALTERA-PRECO
                END-IF
             WHEN OTHER
                DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.

      * FERRADUR and CRAVO are what the billing run prices the
      * horseshoes and nails drawn with, so they must be kept as
      * consumables.
       INCLUI-ALTERA-PRECO.
            DISPLAY "CODIGO (FERRADUR = POR FERRADURA, CRAVO = POR "
      -         "CRAVO):"
            ACCEPT WS-CODIGO-ENTRADA
            DISPLAY "DESCRICAO:"
            ACCEPT WS-DESCRICAO-ENTRADA
            DISPLAY "TIPO (S = SERVICO, C = CONSUMIVEL):"
            ACCEPT WS-TIPO-ENTRADA
            DISPLAY "PRECO UNITARIO:"
            MOVE 0 TO WS-PRECO-ENTRADA
            ACCEPT WS-PRECO-ENTRADA
            EVALUATE TRUE
             WHEN WS-CODIGO-ENTRADA = SPACES
                DISPLAY "CODIGO EM BRANCO - RECUSADO"
             WHEN WS-TIPO-ENTRADA NOT = 'S' AND
                     WS-TIPO-ENTRADA NOT = 'C'
                DISPLAY "TIPO DEVE SER S OU C - RECUSADO"
             WHEN (WS-CODIGO-ENTRADA = "FERRADUR" OR
                     WS-CODIGO-ENTRADA = "CRAVO")
                     AND WS-TIPO-ENTRADA NOT = 'C'
                DISPLAY "FERRADUR E CRAVO SAO CONSUMIVEIS - "
      -             "RECUSADO"
             WHEN WS-PRECO-ENTRADA = 0
                DISPLAY "PRECO ZERADO - RECUSADO"
             WHEN OTHER
                PERFORM GRAVA-PRECO
            END-EVALUATE.

       GRAVA-PRECO.
            PERFORM LOCALIZA-PRECO.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-PRC-ACHOU = 'S'
                MOVE WS-PRC-PRECO(WS-PRC-SUB) TO WS-ED-PRECO
                MOVE SPACES TO WS-IMAGEM
                STRING WS-PRC-CODIGO(WS-PRC-SUB) ";"
                    WS-PRC-DESCRICAO(WS-PRC-SUB) ";"
                    WS-PRC-TIPO(WS-PRC-SUB) ";" WS-ED-PRECO
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                IF WS-PRC-TOTAL < 50
                    ADD 1 TO WS-PRC-TOTAL
                    MOVE WS-PRC-TOTAL TO WS-PRC-SUB
                    MOVE WS-CODIGO-ENTRADA TO WS-PRC-CODIGO(WS-PRC-SUB)
                    MOVE "I" TO WS-CHG-OPERACAO
                    MOVE 'S' TO WS-PRC-ACHOU
                ELSE
                    DISPLAY "SHOEPRICE CHEIO - RECUSADO"
                END-IF
            END-IF
            IF WS-PRC-ACHOU = 'S'
                MOVE WS-DESCRICAO-ENTRADA TO
                    WS-PRC-DESCRICAO(WS-PRC-SUB)
                MOVE WS-TIPO-ENTRADA TO WS-PRC-TIPO(WS-PRC-SUB)
                MOVE WS-PRECO-ENTRADA TO WS-PRC-PRECO(WS-PRC-SUB)
                MOVE WS-PRECO-ENTRADA TO WS-ED-PRECO
                MOVE SPACES TO WS-IMAGEM
                STRING WS-CODIGO-ENTRADA ";" WS-DESCRICAO-ENTRADA ";"
                    WS-TIPO-ENTRADA ";" WS-ED-PRECO
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-DEPOIS
                MOVE "SHOEPRICE" TO WS-CHG-ARQUIVO
                MOVE WS-CODIGO-ENTRADA TO WS-CHG-CHAVE
                PERFORM REGRAVA-PRECOS
                PERFORM GRAVA-CHANGELOG
                DISPLAY "PRECO GRAVADO"
            END-IF.

       REGRAVA-PRECOS.
            OPEN OUTPUT SHOE-PRICE-FILE.
            PERFORM VARYING WS-PRC-IX FROM 1 BY 1
                    UNTIL WS-PRC-IX > WS-PRC-TOTAL
                MOVE SPACES TO SHOE-PRICE-RECORD
                MOVE WS-PRC-CODIGO(WS-PRC-IX) TO FP-CODIGO
                MOVE WS-PRC-DESCRICAO(WS-PRC-IX) TO FP-DESCRICAO
                MOVE WS-PRC-TIPO(WS-PRC-IX) TO FP-TIPO
                MOVE WS-PRC-PRECO(WS-PRC-IX) TO FP-PRECO
                WRITE SHOE-PRICE-RECORD
            END-PERFORM.
            CLOSE SHOE-PRICE-FILE.

      * Bills a closed month only: the competence defaults to the
      * month before the business date, and the current month is
      * refused while the farrier is still working against it.
       FATURA-MES.
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
            IF WS-COMPETENCIA-ENTRADA NOT = SPACES
                    AND WS-COMPETENCIA-ENTRADA NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-COMPETENCIA NOT < WS-DATA-REF(1:6)
                    DISPLAY "COMPETENCIA AINDA NAO ENCERRADA: "
      -                 WS-COMPETENCIA
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM FATURA-COMPETENCIA
                END-IF
            END-IF.

      * WORKORDERS is rewritten to flag the billed orders, so a
      * file too big for the table is not billed at all rather
      * than truncated; the same goes for owners and prices that
      * would not all fit.
       FATURA-COMPETENCIA.
            PERFORM CARREGA-PROPRIETARIOS.
            PERFORM CARREGA-PRECOS.
            PERFORM CARREGA-ORDENS.
            EVALUATE TRUE
             WHEN WS-ORD-ESTOUROU = 'S'
                DISPLAY "WORKORDERS EXCEDE 100 ORDENS - "
      -             "FATURAMENTO SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-PRP-ESTOUROU = 'S'
                DISPLAY "OWNERMST EXCEDE 100 PROPRIETARIOS - "
      -             "FATURAMENTO SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-PRC-ESTOUROU = 'S'
                DISPLAY "SHOEPRICE EXCEDE 50 PRECOS - "
      -             "FATURAMENTO SUSPENSO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM CARREGA-FERIADOS
                PERFORM CALCULA-VENCIMENTO
                PERFORM PRECIFICA-ORDENS
                PERFORM EMITE-FATURAS
            END-EVALUATE.

      * Orders an earlier run already billed are done with: they are
      * left out of the table and so drop off WORKORDERS when it is
      * rewritten, leaving the open and unbilled ones.
       CARREGA-ORDENS.
            MOVE 0 TO WS-ORD-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT WORK-ORDERS-FILE.
            IF WS-FS-WORKORDERS NOT = "00"
                DISPLAY "WORKORDERS NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ WORK-ORDERS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN WO-FATURADA = 'S'
                                CONTINUE
                            WHEN WS-ORD-TOTAL < 100
                                ADD 1 TO WS-ORD-TOTAL
                                PERFORM CARREGA-UMA-ORDEM
                            WHEN OTHER
                                MOVE 'S' TO WS-ORD-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-WORKORDERS = "10"
                CLOSE WORK-ORDERS-FILE
            END-IF.

      * Orders written before the completion fields existed read
      * them back as spaces: no service, nothing to bill.
       CARREGA-UMA-ORDEM.
            MOVE WO-ESTABULO TO WS-ORD-ESTABULO(WS-ORD-TOTAL).
            MOVE WO-ANIMAL TO WS-ORD-ANIMAL(WS-ORD-TOTAL).
            MOVE WO-DATA-GERACAO TO WS-ORD-DATA(WS-ORD-TOTAL).
            MOVE WO-STATUS TO WS-ORD-STATUS(WS-ORD-TOTAL).
            MOVE WO-SERVICO TO WS-ORD-SERVICO(WS-ORD-TOTAL).
            MOVE WO-PROPRIETARIO TO WS-ORD-PROPRIETARIO(WS-ORD-TOTAL).
            MOVE WO-FATURADA TO WS-ORD-FATURADA(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-CONCLUSAO(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-FERRADURAS(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-CRAVOS(WS-ORD-TOTAL).
            IF WO-DATA-CONCLUSAO IS NUMERIC
                MOVE WO-DATA-CONCLUSAO TO
                    WS-ORD-CONCLUSAO(WS-ORD-TOTAL)
            END-IF
            IF WO-QTD-FERRADURAS IS NUMERIC
                MOVE WO-QTD-FERRADURAS TO
                    WS-ORD-FERRADURAS(WS-ORD-TOTAL)
            END-IF
            IF WO-QTD-CRAVOS IS NUMERIC
                MOVE WO-QTD-CRAVOS TO WS-ORD-CRAVOS(WS-ORD-TOTAL)
            END-IF
            MOVE 0 TO WS-ORD-VALOR(WS-ORD-TOTAL).
            MOVE SPACE TO WS-ORD-SITUACAO(WS-ORD-TOTAL).
            MOVE SPACES TO WS-ORD-MOTIVO(WS-ORD-TOTAL).

      * Due date: 30 days after issue, moved forward to the next
      * business day when it lands on a weekend or HOLCAL holiday.
       CALCULA-VENCIMENTO.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD 30 TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-HOL-DATA.
            PERFORM CLASSIFICA-DIA.
            PERFORM UNTIL WS-HOL-TIPO = 'U'
                MOVE 'J' TO WS-DS-FUNCAO
                MOVE WS-HOL-DATA TO WS-DS-DATA
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                ADD 1 TO WS-DS-DIAS
                MOVE 'D' TO WS-DS-FUNCAO
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                MOVE WS-DS-DATA TO WS-HOL-DATA
                PERFORM CLASSIFICA-DIA
            END-PERFORM.
            MOVE WS-HOL-DATA TO WS-VENCIMENTO.

      * Every order closed ('F') up to the competence and not yet
      * billed is priced: the service off SHOEPRICE plus each
      * horseshoe at FERRADUR and each nail at CRAVO. WS-ORD-
      * SITUACAO 'P' is ready to bill, 'X' left out with the reason
      * in WS-ORD-MOTIVO.
       PRECIFICA-ORDENS.
            MOVE "FERRADUR" TO WS-CODIGO-ENTRADA.
            PERFORM LOCALIZA-PRECO.
            MOVE WS-PRC-ACHOU TO WS-TEM-PRECO-FERRADURA.
            MOVE 0 TO WS-PRECO-FERRADURA.
            IF WS-PRC-ACHOU = 'S'
                MOVE WS-PRC-PRECO(WS-PRC-SUB) TO WS-PRECO-FERRADURA
            END-IF
            MOVE "CRAVO" TO WS-CODIGO-ENTRADA.
            PERFORM LOCALIZA-PRECO.
            MOVE WS-PRC-ACHOU TO WS-TEM-PRECO-CRAVO.
            MOVE 0 TO WS-PRECO-CRAVO.
            IF WS-PRC-ACHOU = 'S'
                MOVE WS-PRC-PRECO(WS-PRC-SUB) TO WS-PRECO-CRAVO
            END-IF
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                MOVE WS-ORD-CONCLUSAO(WS-ORD-SUB)(1:6) TO WS-ORD-MES
                IF WS-ORD-STATUS(WS-ORD-SUB) = 'F'
                        AND WS-ORD-FATURADA(WS-ORD-SUB) NOT = 'S'
                        AND WS-ORD-SERVICO(WS-ORD-SUB) NOT = SPACES
                        AND WS-ORD-CONCLUSAO(WS-ORD-SUB) > 0
                        AND WS-ORD-MES NOT > WS-COMPETENCIA
                    PERFORM PRECIFICA-UMA-ORDEM
                END-IF
            END-PERFORM.

       PRECIFICA-UMA-ORDEM.
            MOVE 'P' TO WS-ORD-SITUACAO(WS-ORD-SUB).
            MOVE WS-ORD-PROPRIETARIO(WS-ORD-SUB) TO WS-ID-ENTRADA.
            PERFORM LOCALIZA-PROPRIETARIO.
            MOVE WS-ORD-SERVICO(WS-ORD-SUB) TO WS-CODIGO-ENTRADA.
            PERFORM LOCALIZA-PRECO.
            IF WS-PRC-ACHOU = 'S'
                IF WS-PRC-TIPO(WS-PRC-SUB) NOT = 'S'
                    MOVE 'N' TO WS-PRC-ACHOU
                ELSE
                    MOVE WS-PRC-PRECO(WS-PRC-SUB) TO WS-PRECO-SERVICO
                END-IF
            END-IF
            EVALUATE TRUE
             WHEN WS-ID-ENTRADA = SPACES
                MOVE "ANIMAL SEM PROPRIETARIO" TO
                    WS-ORD-MOTIVO(WS-ORD-SUB)
             WHEN WS-PRP-ACHOU = 'N'
                MOVE "PROPRIETARIO FORA DO OWNERMST" TO
                    WS-ORD-MOTIVO(WS-ORD-SUB)
             WHEN WS-PRP-CONTA(WS-PRP-SUB) = 0
                MOVE "PROPRIETARIO SEM CONTA" TO
                    WS-ORD-MOTIVO(WS-ORD-SUB)
             WHEN WS-PRC-ACHOU = 'N'
                MOVE "SERVICO SEM PRECO NO SHOEPRICE" TO
                    WS-ORD-MOTIVO(WS-ORD-SUB)
             WHEN WS-ORD-FERRADURAS(WS-ORD-SUB) > 0
                     AND WS-TEM-PRECO-FERRADURA = 'N'
                MOVE "FERRADUR SEM PRECO NO SHOEPRICE" TO
                    WS-ORD-MOTIVO(WS-ORD-SUB)
             WHEN WS-ORD-CRAVOS(WS-ORD-SUB) > 0
                     AND WS-TEM-PRECO-CRAVO = 'N'
                MOVE "CRAVO SEM PRECO NO SHOEPRICE" TO
                    WS-ORD-MOTIVO(WS-ORD-SUB)
             WHEN OTHER
                COMPUTE WS-ORD-VALOR(WS-ORD-SUB) = WS-PRECO-SERVICO
                    + WS-ORD-FERRADURAS(WS-ORD-SUB)
                        * WS-PRECO-FERRADURA
                    + WS-ORD-CRAVOS(WS-ORD-SUB) * WS-PRECO-CRAVO
            END-EVALUATE.
            IF WS-ORD-MOTIVO(WS-ORD-SUB) NOT = SPACES
                MOVE 'X' TO WS-ORD-SITUACAO(WS-ORD-SUB)
            END-IF.

      * One invoice per owner. An owner is never half-billed: when
      * the orders add up past what a BILLHIST invoice holds, or
      * the account is gone from CUSTMASTER, all the owner's orders
      * wait for a rerun.
       EMITE-FATURAS.
            PERFORM OBTEM-NOSSO-NUMERO.
            OPEN OUTPUT LIVERY-INVOICE-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "FATURAMENTO DE FERRAGEM - COMPETENCIA "
                WS-COMPETENCIA " EMISSAO " WS-DATA-REF
                " VENCIMENTO " WS-VENCIMENTO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-PRP-IX FROM 1 BY 1
                    UNTIL WS-PRP-IX > WS-PRP-TOTAL
                PERFORM AVALIA-PROPRIETARIO
            END-PERFORM.
            PERFORM LISTA-EXCECOES.
            MOVE SPACES TO WS-LINHA.
            MOVE WS-VALOR-FATURADO TO WS-ED-TOTAL.
            STRING "FATURAS EMITIDAS: " WS-QTD-FATURAS
                " VALOR FATURADO: " WS-ED-TOTAL
                " ORDENS NAO FATURADAS: " WS-QTD-EXCECOES
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE LIVERY-INVOICE-FILE.
            IF WS-HOUVE-FATURA = 'S'
                PERFORM REGRAVA-ORDENS
            END-IF
            IF WS-QTD-EXCECOES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       AVALIA-PROPRIETARIO.
            MOVE 0 TO WS-FAT-VALOR.
            MOVE 0 TO WS-FAT-QTD-ORDENS.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-SITUACAO(WS-ORD-SUB) = 'P'
                        AND WS-ORD-PROPRIETARIO(WS-ORD-SUB) =
                            WS-PRP-ID(WS-PRP-IX)
                    ADD 1 TO WS-FAT-QTD-ORDENS
                    ADD WS-ORD-VALOR(WS-ORD-SUB) TO WS-FAT-VALOR
                END-IF
            END-PERFORM.
            IF WS-FAT-QTD-ORDENS > 0
                MOVE WS-PRP-CONTA(WS-PRP-IX) TO WS-CONTA-BUSCA
                PERFORM LE-CLIENTES
                EVALUATE TRUE
                 WHEN WS-CLI-ACHOU = 'N'
                    MOVE "CONTA FORA DO CUSTMASTER" TO WS-IMAGEM
                    PERFORM REJEITA-PROPRIETARIO
                 WHEN WS-FAT-VALOR > 9999.99
                    MOVE "FATURA ACIMA DE 9999.99" TO WS-IMAGEM
                    PERFORM REJEITA-PROPRIETARIO
                 WHEN OTHER
                    PERFORM EMITE-UMA-FATURA
                END-EVALUATE
            END-IF.

       REJEITA-PROPRIETARIO.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-SITUACAO(WS-ORD-SUB) = 'P'
                        AND WS-ORD-PROPRIETARIO(WS-ORD-SUB) =
                            WS-PRP-ID(WS-PRP-IX)
                    MOVE 'X' TO WS-ORD-SITUACAO(WS-ORD-SUB)
                    MOVE WS-IMAGEM TO WS-ORD-MOTIVO(WS-ORD-SUB)
                END-IF
            END-PERFORM.

       EMITE-UMA-FATURA.
            PERFORM SOMA-SALDO-ANTERIOR.
            OPEN EXTEND BILLING-HISTORY-FILE.
            IF WS-FS-BILLHIST = "35"
                OPEN OUTPUT BILLING-HISTORY-FILE
            END-IF
            MOVE SPACES TO BILLING-HISTORY-RECORD.
            MOVE WS-PRP-CONTA(WS-PRP-IX) TO BH-CONTA.
            MOVE WS-FAT-VALOR TO BH-VALOR.
            MOVE 0 TO BH-DIAS-ATRASO.
            MOVE 0 TO BH-MULTA.
            MOVE WS-FAT-VALOR TO BH-TOTAL-PAGAR.
            MOVE WS-VENCIMENTO TO BH-DATA-VENCIMENTO.
            MOVE 0 TO BH-VALOR-PAGO.
            MOVE 'A' TO BH-STATUS.
            MOVE 0 TO BH-CONSUMO-KWH.
            WRITE BILLING-HISTORY-RECORD.
            CLOSE BILLING-HISTORY-FILE.
            PERFORM GRAVA-REGISTRO-COBRANCA.
            PERFORM IMPRIME-EXTRATO.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-SITUACAO(WS-ORD-SUB) = 'P'
                        AND WS-ORD-PROPRIETARIO(WS-ORD-SUB) =
                            WS-PRP-ID(WS-PRP-IX)
                    MOVE 'S' TO WS-ORD-FATURADA(WS-ORD-SUB)
                    MOVE 'B' TO WS-ORD-SITUACAO(WS-ORD-SUB)
                END-IF
            END-PERFORM.
            MOVE 'S' TO WS-HOUVE-FATURA.
            ADD 1 TO WS-QTD-FATURAS.
            ADD WS-FAT-VALOR TO WS-VALOR-FATURADO.

      * What the account still owes on earlier invoices - open or
      * partly paid; renegotiated ones are carried by their plan and
      * written-off ones by the agency.
       SOMA-SALDO-ANTERIOR.
            MOVE 0 TO WS-SALDO-ANTERIOR.
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
                        IF BH-CONTA = WS-PRP-CONTA(WS-PRP-IX)
                                AND (BH-STATUS = 'A' OR
                                BH-STATUS = 'P' OR BH-STATUS = SPACE)
                            PERFORM SOMA-UMA-FATURA-ABERTA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BILLHIST = "10"
                CLOSE BILLING-HISTORY-FILE
            END-IF.

       SOMA-UMA-FATURA-ABERTA.
            MOVE 0 TO WS-SALDO-FATURA.
            IF BH-VALOR-PAGO IS NUMERIC
                COMPUTE WS-SALDO-FATURA = BH-TOTAL-PAGAR
                    - BH-VALOR-PAGO
            ELSE
                MOVE BH-TOTAL-PAGAR TO WS-SALDO-FATURA
            END-IF
            IF WS-SALDO-FATURA > 0
                ADD WS-SALDO-FATURA TO WS-SALDO-ANTERIOR
            END-IF.

      * Same bank registration the utility billing run does: next
      * nosso numero after the highest on COLREG, status 'R'.
       OBTEM-NOSSO-NUMERO.
            MOVE 0 TO WS-NOSSO-NUMERO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT COLLECTION-REG-FILE.
            IF WS-FS-COLREG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ COLLECTION-REG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF CR-NOSSO-NUMERO > WS-NOSSO-NUMERO
                            MOVE CR-NOSSO-NUMERO TO WS-NOSSO-NUMERO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-COLREG = "10"
                CLOSE COLLECTION-REG-FILE
            END-IF.

       GRAVA-REGISTRO-COBRANCA.
            ADD 1 TO WS-NOSSO-NUMERO.
            OPEN EXTEND COLLECTION-REG-FILE.
            IF WS-FS-COLREG = "35"
                OPEN OUTPUT COLLECTION-REG-FILE
            END-IF
            MOVE SPACES TO COLLECTION-REG-RECORD.
            MOVE WS-NOSSO-NUMERO TO CR-NOSSO-NUMERO.
            MOVE WS-PRP-CONTA(WS-PRP-IX) TO CR-CONTA.
            MOVE WS-FAT-VALOR TO CR-VALOR.
            MOVE WS-VENCIMENTO TO CR-DATA-VENCIMENTO.
            MOVE WS-DATA-REF TO CR-DATA-REMESSA.
            MOVE 'R' TO CR-STATUS.
            WRITE COLLECTION-REG-RECORD.
            CLOSE COLLECTION-REG-FILE.

      * The owner's statement: the orders on this invoice, the
      * invoice itself and what was already open on the account.
       IMPRIME-EXTRATO.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "PROPRIETARIO: " WS-PRP-ID(WS-PRP-IX) " "
                WS-PRP-NOME(WS-PRP-IX) " TEL "
                WS-PRP-TELEFONE(WS-PRP-IX)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "CONTA: " WS-PRP-CONTA(WS-PRP-IX) " " WS-CLI-NOME
                " " WS-CLI-ENDERECO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "  CONCLUSAO  " "ESTABULO   " "ANIMAL     "
                "SERVICO  " "FERR " "CRAV" "       VALOR"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-SITUACAO(WS-ORD-SUB) = 'P'
                        AND WS-ORD-PROPRIETARIO(WS-ORD-SUB) =
                            WS-PRP-ID(WS-PRP-IX)
                    MOVE WS-ORD-VALOR(WS-ORD-SUB) TO WS-ED-VALOR
                    MOVE SPACES TO WS-LINHA
                    STRING "  " WS-ORD-CONCLUSAO(WS-ORD-SUB) "   "
                        WS-ORD-ESTABULO(WS-ORD-SUB) " "
                        WS-ORD-ANIMAL(WS-ORD-SUB) " "
                        WS-ORD-SERVICO(WS-ORD-SUB) "   "
                        WS-ORD-FERRADURAS(WS-ORD-SUB) "  "
                        WS-ORD-CRAVOS(WS-ORD-SUB) "  "
                        WS-ED-VALOR
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-PERFORM.
            MOVE WS-FAT-VALOR TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL DA FATURA: " WS-ED-VALOR
                " VENCIMENTO " WS-VENCIMENTO
                " NOSSO NUMERO " WS-NOSSO-NUMERO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-SALDO-ANTERIOR TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "SALDO ANTERIOR EM ABERTO: " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            COMPUTE WS-SALDO-TOTAL = WS-SALDO-ANTERIOR + WS-FAT-VALOR.
            MOVE WS-SALDO-TOTAL TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL EM ABERTO NA CONTA: " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       LISTA-EXCECOES.
            MOVE 0 TO WS-QTD-EXCECOES.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-SITUACAO(WS-ORD-SUB) = 'X'
                    IF WS-QTD-EXCECOES = 0
                        MOVE ALL "-" TO WS-LINHA
                        PERFORM GRAVA-LINHA
                        MOVE "ORDENS NAO FATURADAS" TO WS-LINHA
                        PERFORM GRAVA-LINHA
                    END-IF
                    ADD 1 TO WS-QTD-EXCECOES
                    MOVE SPACES TO WS-LINHA
                    STRING "  " WS-ORD-CONCLUSAO(WS-ORD-SUB) " "
                        WS-ORD-ESTABULO(WS-ORD-SUB) " "
                        WS-ORD-ANIMAL(WS-ORD-SUB) " "
                        WS-ORD-PROPRIETARIO(WS-ORD-SUB) " "
                        WS-ORD-SERVICO(WS-ORD-SUB) " "
                        WS-ORD-MOTIVO(WS-ORD-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-PERFORM.

       REGRAVA-ORDENS.
            OPEN OUTPUT WORK-ORDERS-FILE.
            PERFORM VARYING WS-ORD-IX FROM 1 BY 1
                    UNTIL WS-ORD-IX > WS-ORD-TOTAL
                MOVE SPACES TO WORK-ORDERS-RECORD
                MOVE WS-ORD-ESTABULO(WS-ORD-IX) TO WO-ESTABULO
                MOVE WS-ORD-ANIMAL(WS-ORD-IX) TO WO-ANIMAL
                MOVE WS-ORD-DATA(WS-ORD-IX) TO WO-DATA-GERACAO
                MOVE WS-ORD-STATUS(WS-ORD-IX) TO WO-STATUS
                MOVE WS-ORD-SERVICO(WS-ORD-IX) TO WO-SERVICO
                MOVE WS-ORD-CONCLUSAO(WS-ORD-IX) TO WO-DATA-CONCLUSAO
                MOVE WS-ORD-FERRADURAS(WS-ORD-IX) TO WO-QTD-FERRADURAS
                MOVE WS-ORD-CRAVOS(WS-ORD-IX) TO WO-QTD-CRAVOS
                MOVE WS-ORD-PROPRIETARIO(WS-ORD-IX)
                    TO WO-PROPRIETARIO
                MOVE WS-ORD-FATURADA(WS-ORD-IX) TO WO-FATURADA
                WRITE WORK-ORDERS-RECORD
            END-PERFORM.
            CLOSE WORK-ORDERS-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO LIVERY-INVOICE-RECORD.
            WRITE LIVERY-INVOICE-RECORD.

       COPY "bizproc.cpy".

       COPY "holproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM LIVERYBILL.
