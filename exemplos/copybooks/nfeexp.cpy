      ******************************************************************
      * FISCAL-EXPORT records - the tax authority's interface layout
      * for a sale invoice, written by NFEXPORT on the NFEREMES
      * transmission file, in three shapes told apart by the first
      * byte: 'H' header (invoice number and serie, emission date,
      * issuer CNPJ and name off NFECTL, customer CPF/CNPJ and name
      * off CUSTFILE), 'D' one per item (sequence, product, the
      * XD-CLASSE-FISCAL tax class of its PM-CATEGORIA - 01
      * essencial, 02 padrao, 03 luxo - with the rate, quantity,
      * unit price, line total and the tax inside it) and 'T'
      * trailer (item count, goods value, tax and invoice total).
      * COPY into the FD for a file ASSIGNed to "NFEREMES".
      ******************************************************************
       01  FISCAL-EXPORT-HEADER-REC.
           05 XH-TIPO               PIC X(1).
           05 XH-DELIM-1            PIC X(1).
           05 XH-NUMERO             PIC 9(6).
           05 XH-DELIM-2            PIC X(1).
           05 XH-SERIE              PIC X(1).
           05 XH-DELIM-3            PIC X(1).
           05 XH-DATA-EMISSAO       PIC 9(8).
           05 XH-DELIM-4            PIC X(1).
           05 XH-CNPJ-EMITENTE      PIC X(14).
           05 XH-DELIM-5            PIC X(1).
           05 XH-NOME-EMITENTE      PIC X(30).
           05 XH-DELIM-6            PIC X(1).
           05 XH-DOC-CLIENTE        PIC X(14).
           05 XH-DELIM-7            PIC X(1).
           05 XH-NOME-CLIENTE       PIC X(20).
       01  FISCAL-EXPORT-DETAIL-REC.
           05 XD-TIPO               PIC X(1).
           05 XD-DELIM-1            PIC X(1).
           05 XD-NUMERO             PIC 9(6).
           05 XD-DELIM-2            PIC X(1).
           05 XD-ITEM               PIC 9(3).
           05 XD-DELIM-3            PIC X(1).
           05 XD-PM-ID              PIC X(10).
           05 XD-DELIM-4            PIC X(1).
           05 XD-DESCRICAO          PIC X(10).
           05 XD-DELIM-5            PIC X(1).
           05 XD-CLASSE-FISCAL      PIC X(2).
           05 XD-DELIM-6            PIC X(1).
           05 XD-ALIQUOTA           PIC 9V99.
           05 XD-DELIM-7            PIC X(1).
           05 XD-QTD                PIC 9(4).
           05 XD-DELIM-8            PIC X(1).
           05 XD-PRECO-UNIT         PIC 9(5)V99.
           05 XD-DELIM-9            PIC X(1).
           05 XD-TOTAL-LINHA        PIC 9(7)V99.
           05 XD-DELIM-10           PIC X(1).
           05 XD-IMPOSTO            PIC 9(7)V99.
       01  FISCAL-EXPORT-TRAILER-REC.
           05 XT-TIPO               PIC X(1).
           05 XT-DELIM-1            PIC X(1).
           05 XT-NUMERO             PIC 9(6).
           05 XT-DELIM-2            PIC X(1).
           05 XT-QTD-ITENS          PIC 9(3).
           05 XT-DELIM-3            PIC X(1).
           05 XT-VALOR-PRODUTOS     PIC 9(7)V99.
           05 XT-DELIM-4            PIC X(1).
           05 XT-TOTAL-IMPOSTO      PIC 9(7)V99.
           05 XT-DELIM-5            PIC X(1).
           05 XT-TOTAL-GERAL        PIC 9(7)V99.
