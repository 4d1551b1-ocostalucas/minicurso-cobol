      ******************************************************************
      * Author:
      * Date:
      * Purpose: the electronic invoice run the tax authority
      *          requires before goods leave. Mode 1 turns every
      *          sale invoice on INVOICES not yet sent (or rejected
      *          and since corrected) into the authority's interface
      *          layout on the NFEREMES transmission file: issuer
      *          CNPJ off the NFECTL card, customer CPF/CNPJ off
      *          CUSTFILE, each item's tax class and rate by its
      *          PM-CATEGORIA off PRODMASTER, and the totals. An
      *          invoice whose customer has no CPF/CNPJ on file is
      *          held back, listed and registered on NFESTAT as
      *          pending. Each invoice sent is registered on NFESTAT
      *          as awaiting an answer. Authorizations for invoices
      *          issued before the previous month are dropped off
      *          NFESTAT as it is rewritten. Mode 2
      *          reads the authority's NFERETOR return file, stores
      *          the access key and protocol against each authorized
      *          invoice or the rejection code and reason, and
      *          prints on NFEREJEIT every invoice currently
      *          rejected, for correction. EXERCICIO8 prints on
      *          INVPRINT only the invoices authorized here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICES-FILE ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVOICES.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ID
               FILE STATUS IS WS-FS-PRODMASTER.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTFILE.
           SELECT FISCAL-ISSUER-FILE ASSIGN TO "NFECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFECTL.
           SELECT FISCAL-AUTH-FILE ASSIGN TO "NFESTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFESTAT.
           SELECT FISCAL-EXPORT-FILE ASSIGN TO "NFEREMES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FISCAL-RETURN-FILE ASSIGN TO "NFERETOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NFERETOR.
           SELECT REJECTED-REPORT-FILE ASSIGN TO "NFEREJEIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-CONTROL-FILE ASSIGN TO "PARAMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCTL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
      * The EXERCICIO8 invoice layout: H header, D item line, T
      * trailer.
       FD  INVOICES-FILE.
       01  INVOICE-HEADER-REC.
           05 IH-TIPO               PIC X(1).
           05 IH-DELIM-1            PIC X(1).
           05 IH-NUMERO             PIC 9(6).
           05 IH-DELIM-2            PIC X(1).
           05 IH-CLIENTE            PIC 9(6).
           05 IH-DELIM-3            PIC X(1).
           05 IH-DATA               PIC 9(8).
       01  INVOICE-DETAIL-REC.
           05 ID-TIPO               PIC X(1).
           05 ID-DELIM-1            PIC X(1).
           05 ID-NUMERO             PIC 9(6).
           05 ID-DELIM-2            PIC X(1).
           05 ID-PM-ID              PIC X(10).
           05 ID-DELIM-3            PIC X(1).
           05 ID-QTD                PIC 9(4).
           05 ID-DELIM-4            PIC X(1).
           05 ID-PRECO-UNIT         PIC 9(5)V99.
           05 ID-DELIM-5            PIC X(1).
           05 ID-TOTAL-LINHA        PIC 9(7)V99.
           05 ID-DELIM-6            PIC X(1).
           05 ID-IMPOSTO-UNIT       PIC 9(5)V99.
       01  INVOICE-TRAILER-REC.
           05 IT-TIPO               PIC X(1).
           05 IT-DELIM-1            PIC X(1).
           05 IT-NUMERO             PIC 9(6).
           05 IT-DELIM-2            PIC X(1).
           05 IT-TOTAL-IMPOSTO      PIC 9(7)V99.
           05 IT-DELIM-3            PIC X(1).
           05 IT-TOTAL-GERAL        PIC 9(7)V99.

       FD  PRODUCT-MASTER-FILE.
       01  PRODUCT-MASTER-RECORD.
           05 PM-ID                 PIC X(10).
           05 PM-DELIM-1            PIC X(1).
           05 PM-NOME               PIC X(10).
           05 PM-DELIM-2            PIC X(1).
           05 PM-CATEGORIA          PIC 9(1).
           05 PM-DELIM-3            PIC X(1).
           05 PM-CUSTO-FABRICA      PIC 9(5)V99.

       FD  CUSTOMER-FILE.
           COPY "custmst.cpy".

       FD  FISCAL-ISSUER-FILE.
           COPY "nfectl.cpy".

       FD  FISCAL-AUTH-FILE.
           COPY "nfestat.cpy".

       FD  FISCAL-EXPORT-FILE.
           COPY "nfeexp.cpy".

       FD  FISCAL-RETURN-FILE.
           COPY "nferet.cpy".

       FD  REJECTED-REPORT-FILE.
       01  REJECTED-REPORT-RECORD   PIC X(100).

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-INVOICES PIC X(2).
           77 WS-FS-PRODMASTER PIC X(2).
           77 WS-FS-CUSTFILE PIC X(2).
           77 WS-FS-NFECTL PIC X(2).
           77 WS-FS-NFESTAT PIC X(2).
           77 WS-FS-NFERETOR PIC X(2).
           77 WS-FS-PARAMCTL PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-CNPJ-EMITENTE PIC X(14) VALUE SPACES.
           77 WS-RAZAO-SOCIAL PIC X(30) VALUE SPACES.
      * Sales tax rate per PM-CATEGORIA, the EXERCICIO8 defaults
      * until a PARAMCTL card overrides them.
           01 WS-TABELA-TAXAS.
               05 WS-TAXA-CATEGORIA PIC 9V99 OCCURS 3 TIMES.
           77 WS-CATEGORIA PIC 9(1).
           77 WS-CLASSE-NUM PIC 9(2).
           01 WS-TABELA-AUTORIZACOES.
               05 WS-AUT-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-AUT-IX.
                   10 WS-AUT-NUMERO     PIC 9(6).
                   10 WS-AUT-CLIENTE    PIC 9(6).
                   10 WS-AUT-EMISSAO    PIC 9(8).
                   10 WS-AUT-SITUACAO   PIC X(1).
                   10 WS-AUT-ENVIO      PIC 9(8).
                   10 WS-AUT-RETORNO    PIC 9(8).
                   10 WS-AUT-CHAVE      PIC X(44).
                   10 WS-AUT-PROTOCOLO  PIC X(15).
                   10 WS-AUT-CODIGO     PIC X(3).
                   10 WS-AUT-MOTIVO     PIC X(40).
           77 WS-AUT-TOTAL PIC 9(3) VALUE 0.
           77 WS-AUT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-AUT-SUB PIC 9(3).
           77 WS-AUT-ACHOU PIC X(1).
           77 WS-AUT-CORTE PIC 9(8).
           77 WS-CORTE-ANO PIC 9(4).
           77 WS-CORTE-MES PIC 9(2).
           01 WS-TABELA-PRODUTOS.
               05 WS-PRD-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-PRD-IX.
                   10 WS-PRD-ID         PIC X(10).
                   10 WS-PRD-NOME       PIC X(10).
                   10 WS-PRD-CATEGORIA  PIC 9(1).
           77 WS-PRD-TOTAL PIC 9(2) VALUE 0.
           77 WS-PRD-SUB PIC 9(2).
           77 WS-PRD-ACHOU PIC X(1).
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-CLI-IX.
                   10 WS-CLI-CONTA      PIC 9(6).
                   10 WS-CLI-NOME       PIC X(20).
                   10 WS-CLI-DOCUMENTO  PIC X(14).
           77 WS-CLI-TOTAL PIC 9(2) VALUE 0.
           77 WS-CLI-SUB PIC 9(2).
           77 WS-CLI-ACHOU PIC X(1).
           77 WS-NUMERO-BUSCA PIC 9(6).
           77 WS-CONTA-BUSCA PIC 9(6).
           77 WS-PRODUTO-BUSCA PIC X(10).
           77 WS-EXPORTANDO PIC X(1) VALUE 'N'.
           77 WS-ITEM-SEQ PIC 9(3) VALUE 0.
           77 WS-QTD-ENVIADAS PIC 9(4) VALUE 0.
           77 WS-QTD-SEM-DOCUMENTO PIC 9(4) VALUE 0.
           77 WS-QTD-AUTORIZADAS PIC 9(4) VALUE 0.
           77 WS-QTD-REJEITADAS PIC 9(4) VALUE 0.
           77 WS-QTD-IGNORADOS PIC 9(4) VALUE 0.
           77 WS-QTD-PENDENTES PIC 9(4) VALUE 0.
           77 WS-LINHA PIC X(100).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "NFEXPORT".

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
            DISPLAY "1 - GERAR REMESSA DE NOTAS A AUTORIZAR (NFEREMES)"
            DISPLAY "2 - PROCESSAR RETORNO DA AUTORIDADE (NFERETOR)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM GERA-REMESSA
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "NOTAS ENVIADAS: " WS-QTD-ENVIADAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN 2 PERFORM PROCESSA-RETORNO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "AUTORIZ " WS-QTD-AUTORIZADAS
                         " REJEIT " WS-QTD-REJEITADAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 2
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

      * Every invoice on INVOICES that NFESTAT does not know yet, or
      * knows as rejected or held for the customer's CPF/CNPJ, goes
      * out on this transmission. One already sent and unanswered,
      * or authorized, is left alone; so is one issued before the
      * previous month that NFESTAT no longer holds, its
      * authorization having been dropped off the register.
       GERA-REMESSA.
            PERFORM LE-EMITENTE.
            IF WS-CNPJ-EMITENTE = SPACES
                DISPLAY "NFECTL AUSENTE OU SEM CNPJ DO EMITENTE - "
      -             "REMESSA NAO GERADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CARREGA-AUTORIZACOES
                IF WS-AUT-ESTOUROU = 'S'
                    DISPLAY "NFESTAT EXCEDE 500 NOTAS - REMESSA NAO "
      -                 "GERADA"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM INICIALIZA-TAXAS
                    PERFORM CARREGA-PRODUTOS
                    PERFORM CARREGA-CLIENTES
                    PERFORM EXPORTA-NOTAS
                END-IF
            END-IF.

       EXPORTA-NOTAS.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE 'N' TO WS-EXPORTANDO.
            OPEN INPUT INVOICES-FILE.
            IF WS-FS-INVOICES NOT = "00"
                DISPLAY "INVOICES NAO ENCONTRADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT FISCAL-EXPORT-FILE
                PERFORM UNTIL WS-EOF-ARQ = 'Y'
                    READ INVOICES-FILE
                        AT END
                            MOVE 'Y' TO WS-EOF-ARQ
                        NOT AT END
                            PERFORM EXPORTA-LINHA-INVOICES
                    END-READ
                END-PERFORM
                CLOSE INVOICES-FILE
                CLOSE FISCAL-EXPORT-FILE
                PERFORM REGRAVA-AUTORIZACOES
                DISPLAY "NOTAS ENVIADAS PARA AUTORIZACAO: "
      -             WS-QTD-ENVIADAS
                IF WS-QTD-SEM-DOCUMENTO > 0
                    DISPLAY "NOTAS RETIDAS SEM CPF/CNPJ DO CLIENTE: "
      -                 WS-QTD-SEM-DOCUMENTO
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

       EXPORTA-LINHA-INVOICES.
            EVALUATE IH-TIPO
             WHEN 'H'
                PERFORM EXPORTA-CABECALHO
             WHEN 'D'
                IF WS-EXPORTANDO = 'S'
                    PERFORM EXPORTA-ITEM
                END-IF
             WHEN 'T'
                IF WS-EXPORTANDO = 'S'
                    PERFORM EXPORTA-TOTAIS
                END-IF
                MOVE 'N' TO WS-EXPORTANDO
            END-EVALUATE.

       EXPORTA-CABECALHO.
            MOVE 'N' TO WS-EXPORTANDO.
            MOVE IH-NUMERO TO WS-NUMERO-BUSCA.
            PERFORM LOCALIZA-AUTORIZACAO.
            EVALUATE TRUE
             WHEN WS-AUT-ACHOU = 'S'
                    AND WS-AUT-SITUACAO(WS-AUT-SUB) NOT = 'R'
                    AND WS-AUT-SITUACAO(WS-AUT-SUB) NOT = 'P'
                CONTINUE
             WHEN WS-AUT-ACHOU = 'N' AND IH-DATA < WS-AUT-CORTE
                CONTINUE
             WHEN OTHER
                MOVE IH-CLIENTE TO WS-CONTA-BUSCA
                PERFORM LOCALIZA-CLIENTE
                IF WS-CLI-ACHOU = 'N'
                        OR WS-CLI-DOCUMENTO(WS-CLI-SUB) = SPACES
                    DISPLAY "NOTA " IH-NUMERO " CLIENTE " IH-CLIENTE
                        " SEM CPF/CNPJ EM CUSTFILE - NAO ENVIADA"
                    ADD 1 TO WS-QTD-SEM-DOCUMENTO
                    PERFORM REGISTRA-PENDENTE
                ELSE
                    PERFORM REGISTRA-ENVIO
                END-IF
            END-EVALUATE.

      * An invoice held back for the customer's CPF/CNPJ is put on
      * NFESTAT as 'P', so that it is tried again on every
      * transmission until it goes, however old it gets.
       REGISTRA-PENDENTE.
            IF WS-AUT-ACHOU = 'N'
                IF WS-AUT-TOTAL < 500
                    ADD 1 TO WS-AUT-TOTAL
                    MOVE WS-AUT-TOTAL TO WS-AUT-SUB
                    MOVE IH-NUMERO TO WS-AUT-NUMERO(WS-AUT-SUB)
                    MOVE IH-CLIENTE TO WS-AUT-CLIENTE(WS-AUT-SUB)
                    MOVE IH-DATA TO WS-AUT-EMISSAO(WS-AUT-SUB)
                    MOVE 'P' TO WS-AUT-SITUACAO(WS-AUT-SUB)
                    MOVE 0 TO WS-AUT-ENVIO(WS-AUT-SUB)
                    MOVE 0 TO WS-AUT-RETORNO(WS-AUT-SUB)
                    MOVE SPACES TO WS-AUT-CHAVE(WS-AUT-SUB)
                    MOVE SPACES TO WS-AUT-PROTOCOLO(WS-AUT-SUB)
                    MOVE SPACES TO WS-AUT-CODIGO(WS-AUT-SUB)
                    MOVE SPACES TO WS-AUT-MOTIVO(WS-AUT-SUB)
                ELSE
                    DISPLAY "NFESTAT CHEIO - NOTA " IH-NUMERO
                        " SEM CPF/CNPJ NAO REGISTRADA"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.

       REGISTRA-ENVIO.
            IF WS-AUT-ACHOU = 'N'
                IF WS-AUT-TOTAL < 500
                    ADD 1 TO WS-AUT-TOTAL
                    MOVE WS-AUT-TOTAL TO WS-AUT-SUB
                    MOVE 'S' TO WS-AUT-ACHOU
                ELSE
                    DISPLAY "NFESTAT CHEIO - NOTA " IH-NUMERO
                        " NAO ENVIADA"
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
            IF WS-AUT-ACHOU = 'S'
                MOVE IH-NUMERO TO WS-AUT-NUMERO(WS-AUT-SUB)
                MOVE IH-CLIENTE TO WS-AUT-CLIENTE(WS-AUT-SUB)
                MOVE IH-DATA TO WS-AUT-EMISSAO(WS-AUT-SUB)
                MOVE 'E' TO WS-AUT-SITUACAO(WS-AUT-SUB)
                MOVE WS-DATA-REF TO WS-AUT-ENVIO(WS-AUT-SUB)
                MOVE 0 TO WS-AUT-RETORNO(WS-AUT-SUB)
                MOVE SPACES TO WS-AUT-CHAVE(WS-AUT-SUB)
                MOVE SPACES TO WS-AUT-PROTOCOLO(WS-AUT-SUB)
                MOVE SPACES TO WS-AUT-CODIGO(WS-AUT-SUB)
                MOVE SPACES TO WS-AUT-MOTIVO(WS-AUT-SUB)
                MOVE 'S' TO WS-EXPORTANDO
                MOVE 0 TO WS-ITEM-SEQ
                ADD 1 TO WS-QTD-ENVIADAS
                MOVE SPACES TO FISCAL-EXPORT-HEADER-REC
                MOVE "H" TO XH-TIPO
                MOVE IH-NUMERO TO XH-NUMERO
                MOVE "N" TO XH-SERIE
                MOVE IH-DATA TO XH-DATA-EMISSAO
                MOVE WS-CNPJ-EMITENTE TO XH-CNPJ-EMITENTE
                MOVE WS-RAZAO-SOCIAL TO XH-NOME-EMITENTE
                MOVE WS-CLI-DOCUMENTO(WS-CLI-SUB) TO XH-DOC-CLIENTE
                MOVE WS-CLI-NOME(WS-CLI-SUB) TO XH-NOME-CLIENTE
                WRITE FISCAL-EXPORT-HEADER-REC
            END-IF.

      * The item's tax is the ID-IMPOSTO-UNIT EXERCICIO8 priced it
      * with; a line written before that field existed has its tax
      * worked back out of the tax-inclusive total at the rate.
      * A product no longer on PRODMASTER goes as padrao, the
      * category EXERCICIO8 defaults to.
       EXPORTA-ITEM.
            ADD 1 TO WS-ITEM-SEQ.
            MOVE ID-PM-ID TO WS-PRODUTO-BUSCA.
            PERFORM LOCALIZA-PRODUTO.
            MOVE SPACES TO FISCAL-EXPORT-DETAIL-REC.
            MOVE 2 TO WS-CATEGORIA.
            IF WS-PRD-ACHOU = 'S'
                MOVE WS-PRD-NOME(WS-PRD-SUB) TO XD-DESCRICAO
                MOVE WS-PRD-CATEGORIA(WS-PRD-SUB) TO WS-CATEGORIA
            END-IF
            IF WS-CATEGORIA < 1 OR WS-CATEGORIA > 3
                MOVE 2 TO WS-CATEGORIA
            END-IF
            MOVE WS-CATEGORIA TO WS-CLASSE-NUM.
            MOVE "D" TO XD-TIPO.
            MOVE ID-NUMERO TO XD-NUMERO.
            MOVE WS-ITEM-SEQ TO XD-ITEM.
            MOVE ID-PM-ID TO XD-PM-ID.
            MOVE WS-CLASSE-NUM TO XD-CLASSE-FISCAL.
            MOVE WS-TAXA-CATEGORIA(WS-CATEGORIA) TO XD-ALIQUOTA.
            MOVE ID-QTD TO XD-QTD.
            MOVE ID-PRECO-UNIT TO XD-PRECO-UNIT.
            MOVE ID-TOTAL-LINHA TO XD-TOTAL-LINHA.
            IF ID-IMPOSTO-UNIT IS NUMERIC
                COMPUTE XD-IMPOSTO = ID-IMPOSTO-UNIT * ID-QTD
            ELSE
                COMPUTE XD-IMPOSTO ROUNDED =
                    ID-TOTAL-LINHA * WS-TAXA-CATEGORIA(WS-CATEGORIA)
                        / (1 + WS-TAXA-CATEGORIA(WS-CATEGORIA))
            END-IF
            WRITE FISCAL-EXPORT-DETAIL-REC.

       EXPORTA-TOTAIS.
            MOVE SPACES TO FISCAL-EXPORT-TRAILER-REC.
            MOVE "T" TO XT-TIPO.
            MOVE IT-NUMERO TO XT-NUMERO.
            MOVE WS-ITEM-SEQ TO XT-QTD-ITENS.
            COMPUTE XT-VALOR-PRODUTOS =
                IT-TOTAL-GERAL - IT-TOTAL-IMPOSTO.
            MOVE IT-TOTAL-IMPOSTO TO XT-TOTAL-IMPOSTO.
            MOVE IT-TOTAL-GERAL TO XT-TOTAL-GERAL.
            WRITE FISCAL-EXPORT-TRAILER-REC.

      * The authority answers each invoice once: only an invoice
      * NFESTAT shows as sent and unanswered takes a return line.
       PROCESSA-RETORNO.
            PERFORM CARREGA-AUTORIZACOES.
            IF WS-AUT-ESTOUROU = 'S'
                DISPLAY "NFESTAT EXCEDE 500 NOTAS - RETORNO NAO "
      -             "PROCESSADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'N' TO WS-EOF-ARQ
                OPEN INPUT FISCAL-RETURN-FILE
                IF WS-FS-NFERETOR NOT = "00"
                    DISPLAY "NFERETOR NAO ENCONTRADO"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM UNTIL WS-EOF-ARQ = 'Y'
                        READ FISCAL-RETURN-FILE
                            AT END
                                MOVE 'Y' TO WS-EOF-ARQ
                            NOT AT END
                                PERFORM APLICA-RETORNO
                        END-READ
                    END-PERFORM
                    CLOSE FISCAL-RETURN-FILE
                    PERFORM REGRAVA-AUTORIZACOES
                    DISPLAY "NOTAS AUTORIZADAS: " WS-QTD-AUTORIZADAS
                    DISPLAY "NOTAS REJEITADAS: " WS-QTD-REJEITADAS
                    DISPLAY "RETORNOS IGNORADOS: " WS-QTD-IGNORADOS
                    PERFORM LISTA-REJEITADAS
                END-IF
            END-IF.

       APLICA-RETORNO.
            MOVE NR-NUMERO TO WS-NUMERO-BUSCA.
            PERFORM LOCALIZA-AUTORIZACAO.
            IF WS-AUT-ACHOU = 'N'
                DISPLAY "RETORNO DE NOTA NAO ENVIADA: " NR-NUMERO
                ADD 1 TO WS-QTD-IGNORADOS
            ELSE
                IF WS-AUT-SITUACAO(WS-AUT-SUB) NOT = 'E'
                    DISPLAY "NOTA " NR-NUMERO " SEM ENVIO PENDENTE - "
      -                 "RETORNO IGNORADO"
                    ADD 1 TO WS-QTD-IGNORADOS
                ELSE
                    EVALUATE NR-RESULTADO
                     WHEN 'A'
                        MOVE 'A' TO WS-AUT-SITUACAO(WS-AUT-SUB)
                        MOVE WS-DATA-REF TO WS-AUT-RETORNO(WS-AUT-SUB)
                        MOVE NR-CHAVE-ACESSO TO
                            WS-AUT-CHAVE(WS-AUT-SUB)
                        MOVE NR-PROTOCOLO TO
                            WS-AUT-PROTOCOLO(WS-AUT-SUB)
                        MOVE SPACES TO WS-AUT-CODIGO(WS-AUT-SUB)
                        MOVE SPACES TO WS-AUT-MOTIVO(WS-AUT-SUB)
                        ADD 1 TO WS-QTD-AUTORIZADAS
                     WHEN 'R'
                        MOVE 'R' TO WS-AUT-SITUACAO(WS-AUT-SUB)
                        MOVE WS-DATA-REF TO WS-AUT-RETORNO(WS-AUT-SUB)
                        MOVE NR-CODIGO TO WS-AUT-CODIGO(WS-AUT-SUB)
                        MOVE NR-MOTIVO TO WS-AUT-MOTIVO(WS-AUT-SUB)
                        ADD 1 TO WS-QTD-REJEITADAS
                     WHEN OTHER
                        DISPLAY "RESULTADO INVALIDO NO RETORNO DA "
      -                     "NOTA " NR-NUMERO
                        ADD 1 TO WS-QTD-IGNORADOS
                    END-EVALUATE
                END-IF
            END-IF.

      * Every invoice standing rejected - this return's and any
      * earlier one not yet corrected and resent.
       LISTA-REJEITADAS.
            MOVE 0 TO WS-QTD-PENDENTES.
            OPEN OUTPUT REJECTED-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "NOTAS REJEITADAS PELA AUTORIDADE FISCAL EM "
                WS-DATA-REF " - CORRIGIR E REENVIAR"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-REJEITADAS.
            PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
                    UNTIL WS-AUT-SUB > WS-AUT-TOTAL
                IF WS-AUT-SITUACAO(WS-AUT-SUB) = 'R'
                    ADD 1 TO WS-QTD-PENDENTES
                    MOVE SPACES TO WS-LINHA
                    STRING "NOTA " WS-AUT-NUMERO(WS-AUT-SUB)
                        " CLIENTE " WS-AUT-CLIENTE(WS-AUT-SUB)
                        " EMISSAO " WS-AUT-EMISSAO(WS-AUT-SUB)
                        " COD " WS-AUT-CODIGO(WS-AUT-SUB)
                        " " WS-AUT-MOTIVO(WS-AUT-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA-REJEITADAS
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL DE NOTAS REJEITADAS: " WS-QTD-PENDENTES
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-REJEITADAS.
            CLOSE REJECTED-REPORT-FILE.
            IF WS-QTD-PENDENTES > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       GRAVA-LINHA-REJEITADAS.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO REJECTED-REPORT-RECORD.
            WRITE REJECTED-REPORT-RECORD.

       LE-EMITENTE.
            OPEN INPUT FISCAL-ISSUER-FILE.
            IF WS-FS-NFECTL = "00"
                READ FISCAL-ISSUER-FILE
                    NOT AT END
                        MOVE NE-CNPJ-EMITENTE TO WS-CNPJ-EMITENTE
                        MOVE NE-RAZAO-SOCIAL TO WS-RAZAO-SOCIAL
                END-READ
                CLOSE FISCAL-ISSUER-FILE
            END-IF.

      * An invoice authorized before the previous month is settled
      * for good and is left out, so it drops off NFESTAT when the
      * register is rewritten; anything not authorized stays.
       CARREGA-AUTORIZACOES.
            MOVE 0 TO WS-AUT-TOTAL.
            MOVE 'N' TO WS-AUT-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE WS-DATA-REF(1:4) TO WS-CORTE-ANO.
            MOVE WS-DATA-REF(5:2) TO WS-CORTE-MES.
            IF WS-CORTE-MES = 1
                MOVE 12 TO WS-CORTE-MES
                SUBTRACT 1 FROM WS-CORTE-ANO
            ELSE
                SUBTRACT 1 FROM WS-CORTE-MES
            END-IF
            COMPUTE WS-AUT-CORTE = WS-CORTE-ANO * 10000
                + WS-CORTE-MES * 100 + 1.
            OPEN INPUT FISCAL-AUTH-FILE.
            IF WS-FS-NFESTAT NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ FISCAL-AUTH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF NS-SITUACAO = 'A'
                                AND NS-DATA-EMISSAO < WS-AUT-CORTE
                            CONTINUE
                        ELSE
                            IF WS-AUT-TOTAL < 500
                                ADD 1 TO WS-AUT-TOTAL
                                PERFORM GUARDA-AUTORIZACAO
                            ELSE
                                MOVE 'S' TO WS-AUT-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-NFESTAT = "10"
                CLOSE FISCAL-AUTH-FILE
            END-IF.

       GUARDA-AUTORIZACAO.
            MOVE NS-NUMERO TO WS-AUT-NUMERO(WS-AUT-TOTAL).
            MOVE NS-CLIENTE TO WS-AUT-CLIENTE(WS-AUT-TOTAL).
            MOVE NS-DATA-EMISSAO TO WS-AUT-EMISSAO(WS-AUT-TOTAL).
            MOVE NS-SITUACAO TO WS-AUT-SITUACAO(WS-AUT-TOTAL).
            MOVE NS-DATA-ENVIO TO WS-AUT-ENVIO(WS-AUT-TOTAL).
            MOVE NS-DATA-RETORNO TO WS-AUT-RETORNO(WS-AUT-TOTAL).
            MOVE NS-CHAVE-ACESSO TO WS-AUT-CHAVE(WS-AUT-TOTAL).
            MOVE NS-PROTOCOLO TO WS-AUT-PROTOCOLO(WS-AUT-TOTAL).
            MOVE NS-CODIGO-REJEICAO TO WS-AUT-CODIGO(WS-AUT-TOTAL).
            MOVE NS-MOTIVO-REJEICAO TO WS-AUT-MOTIVO(WS-AUT-TOTAL).

       REGRAVA-AUTORIZACOES.
            OPEN OUTPUT FISCAL-AUTH-FILE.
            PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
                    UNTIL WS-AUT-SUB > WS-AUT-TOTAL
                MOVE SPACES TO FISCAL-AUTH-RECORD
                MOVE WS-AUT-NUMERO(WS-AUT-SUB) TO NS-NUMERO
                MOVE WS-AUT-CLIENTE(WS-AUT-SUB) TO NS-CLIENTE
                MOVE WS-AUT-EMISSAO(WS-AUT-SUB) TO NS-DATA-EMISSAO
                MOVE WS-AUT-SITUACAO(WS-AUT-SUB) TO NS-SITUACAO
                MOVE WS-AUT-ENVIO(WS-AUT-SUB) TO NS-DATA-ENVIO
                MOVE WS-AUT-RETORNO(WS-AUT-SUB) TO NS-DATA-RETORNO
                MOVE WS-AUT-CHAVE(WS-AUT-SUB) TO NS-CHAVE-ACESSO
                MOVE WS-AUT-PROTOCOLO(WS-AUT-SUB) TO NS-PROTOCOLO
                MOVE WS-AUT-CODIGO(WS-AUT-SUB) TO NS-CODIGO-REJEICAO
                MOVE WS-AUT-MOTIVO(WS-AUT-SUB) TO NS-MOTIVO-REJEICAO
                WRITE FISCAL-AUTH-RECORD
            END-PERFORM.
            CLOSE FISCAL-AUTH-FILE.

       LOCALIZA-AUTORIZACAO.
            MOVE 'N' TO WS-AUT-ACHOU.
            PERFORM VARYING WS-AUT-SUB FROM 1 BY 1
                    UNTIL WS-AUT-SUB > WS-AUT-TOTAL
                    OR WS-AUT-ACHOU = 'S'
                IF WS-AUT-NUMERO(WS-AUT-SUB) = WS-NUMERO-BUSCA
                    MOVE 'S' TO WS-AUT-ACHOU
                END-IF
            END-PERFORM.
            IF WS-AUT-ACHOU = 'S'
                SUBTRACT 1 FROM WS-AUT-SUB
            END-IF.

       CARREGA-PRODUTOS.
            MOVE 0 TO WS-PRD-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PRODUCT-MASTER-FILE.
            IF WS-FS-PRODMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PRODUCT-MASTER-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PRD-TOTAL < 50
                            ADD 1 TO WS-PRD-TOTAL
                            MOVE PM-ID TO WS-PRD-ID(WS-PRD-TOTAL)
                            MOVE PM-NOME TO WS-PRD-NOME(WS-PRD-TOTAL)
                            MOVE PM-CATEGORIA TO
                                WS-PRD-CATEGORIA(WS-PRD-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PRODMASTER = "10"
                CLOSE PRODUCT-MASTER-FILE
            END-IF.

       LOCALIZA-PRODUTO.
            MOVE 'N' TO WS-PRD-ACHOU.
            PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                    UNTIL WS-PRD-SUB > WS-PRD-TOTAL
                    OR WS-PRD-ACHOU = 'S'
                IF WS-PRD-ID(WS-PRD-SUB) = WS-PRODUTO-BUSCA
                    MOVE 'S' TO WS-PRD-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PRD-ACHOU = 'S'
                SUBTRACT 1 FROM WS-PRD-SUB
            END-IF.

       CARREGA-CLIENTES.
            MOVE 0 TO WS-CLI-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-FS-CUSTFILE NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-CLI-TOTAL < 50
                            ADD 1 TO WS-CLI-TOTAL
                            MOVE CU-CONTA TO
                                WS-CLI-CONTA(WS-CLI-TOTAL)
                            MOVE CU-NOME TO
                                WS-CLI-NOME(WS-CLI-TOTAL)
                            MOVE CU-DOCUMENTO TO
                                WS-CLI-DOCUMENTO(WS-CLI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTFILE = "10"
                CLOSE CUSTOMER-FILE
            END-IF.

       LOCALIZA-CLIENTE.
            MOVE 'N' TO WS-CLI-ACHOU.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                    OR WS-CLI-ACHOU = 'S'
                IF WS-CLI-CONTA(WS-CLI-SUB) = WS-CONTA-BUSCA
                    MOVE 'S' TO WS-CLI-ACHOU
                END-IF
            END-PERFORM.
            IF WS-CLI-ACHOU = 'S'
                SUBTRACT 1 FROM WS-CLI-SUB
            END-IF.

       INICIALIZA-TAXAS.
            MOVE 0.50 TO WS-TAXA-CATEGORIA(1).
            MOVE 0.73 TO WS-TAXA-CATEGORIA(2).
            MOVE 1.00 TO WS-TAXA-CATEGORIA(3).
            OPEN INPUT PARAM-CONTROL-FILE.
            IF WS-FS-PARAMCTL = "00"
                READ PARAM-CONTROL-FILE
                    NOT AT END
                        MOVE PC-TAXA-ESSENCIAL TO WS-TAXA-CATEGORIA(1)
                        MOVE PC-TAXA-PADRAO TO WS-TAXA-CATEGORIA(2)
                        MOVE PC-TAXA-LUXO TO WS-TAXA-CATEGORIA(3)
                END-READ
                CLOSE PARAM-CONTROL-FILE
            END-IF.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM NFEXPORT.
