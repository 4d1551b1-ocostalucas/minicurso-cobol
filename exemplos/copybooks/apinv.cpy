      ******************************************************************
      * SUPPLIER-INVOICE-RECORD - one farrier-supplier invoice on the
      * APINV payables file, keyed by supplier and invoice number and
      * written by APINVOICE when it is keyed against its POFILE
      * purchase order. AP-SITUACAO is 'A' aprovada (quantity and
      * price inside tolerance of what was received and ordered, or
      * released by a second operator), 'R' retida (AP-MOTIVO says
      * why: QTD billed beyond the quantity received, PREC price
      * above the PO price, SPRC the PO carries no price), 'X'
      * recusada or 'P' paga through the APBANK bank file on
      * AP-DATA-PAGAMENTO. AP-DATA-APROVACAO is the day the liability
      * was recognised - GLPOST posts it under that date and the
      * payment under AP-DATA-PAGAMENTO. COPY into the FD for a file
      * ASSIGNed to "APINV".
      ******************************************************************
       01  SUPPLIER-INVOICE-RECORD.
           05 AP-FORNECEDOR         PIC X(6).
           05 AP-DELIM-1            PIC X(1).
           05 AP-NOTA               PIC X(10).
           05 AP-DELIM-2            PIC X(1).
           05 AP-DATA-EMISSAO       PIC 9(8).
           05 AP-DELIM-3            PIC X(1).
           05 AP-VENCIMENTO         PIC 9(8).
           05 AP-DELIM-4            PIC X(1).
           05 AP-PEDIDO             PIC 9(6).
           05 AP-DELIM-5            PIC X(1).
           05 AP-QTD                PIC 9(5).
           05 AP-DELIM-6            PIC X(1).
           05 AP-PRECO-UNIT         PIC 9(4)V99.
           05 AP-DELIM-7            PIC X(1).
           05 AP-VALOR              PIC 9(8)V99.
           05 AP-DELIM-8            PIC X(1).
           05 AP-SITUACAO           PIC X(1).
           05 AP-DELIM-9            PIC X(1).
           05 AP-MOTIVO             PIC X(4).
           05 AP-DELIM-10           PIC X(1).
           05 AP-DIGITADOR          PIC X(10).
           05 AP-DELIM-11           PIC X(1).
           05 AP-APROVADOR          PIC X(10).
           05 AP-DELIM-12           PIC X(1).
           05 AP-DATA-APROVACAO     PIC 9(8).
           05 AP-DELIM-13           PIC X(1).
           05 AP-DATA-PAGAMENTO     PIC 9(8).
