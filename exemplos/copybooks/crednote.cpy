      ******************************************************************
      * CREDIT-NOTE records - the credit notes EXERCICIO8 issues
      * against an invoice already on INVOICES, on the CREDNOTES
      * file, in the same three shapes as an invoice told apart by
      * the first byte: 'H' header (credit note number, customer,
      * date, NH-NF-ORIGEM the IH-NUMERO being credited, NH-MOTIVO
      * 'D' devolucao or 'P' correcao de preco, and the operator),
      * 'D' one per invoice item credited (ND-PRECO-UNIT is the
      * credit per unit, tax included - the original price on a
      * return, the overcharge on a price correction - and
      * ND-IMPOSTO the tax reversed on the line at the original
      * invoice's rate) and 'T' trailer (tax and grand total
      * credited). COPY into the FD for a file ASSIGNed to
      * "CREDNOTES".
      ******************************************************************
       01  CREDIT-NOTE-HEADER-REC.
           05 NH-TIPO               PIC X(1).
           05 NH-DELIM-1            PIC X(1).
           05 NH-NUMERO             PIC 9(6).
           05 NH-DELIM-2            PIC X(1).
           05 NH-CLIENTE            PIC 9(6).
           05 NH-DELIM-3            PIC X(1).
           05 NH-DATA               PIC 9(8).
           05 NH-DELIM-4            PIC X(1).
           05 NH-NF-ORIGEM          PIC 9(6).
           05 NH-DELIM-5            PIC X(1).
           05 NH-MOTIVO             PIC X(1).
           05 NH-DELIM-6            PIC X(1).
           05 NH-OPERADOR           PIC X(10).
       01  CREDIT-NOTE-DETAIL-REC.
           05 ND-TIPO               PIC X(1).
           05 ND-DELIM-1            PIC X(1).
           05 ND-NUMERO             PIC 9(6).
           05 ND-DELIM-2            PIC X(1).
           05 ND-PM-ID              PIC X(10).
           05 ND-DELIM-3            PIC X(1).
           05 ND-QTD                PIC 9(4).
           05 ND-DELIM-4            PIC X(1).
           05 ND-PRECO-UNIT         PIC 9(5)V99.
           05 ND-DELIM-5            PIC X(1).
           05 ND-IMPOSTO            PIC 9(7)V99.
           05 ND-DELIM-6            PIC X(1).
           05 ND-TOTAL-LINHA        PIC 9(7)V99.
       01  CREDIT-NOTE-TRAILER-REC.
           05 NT-TIPO               PIC X(1).
           05 NT-DELIM-1            PIC X(1).
           05 NT-NUMERO             PIC 9(6).
           05 NT-DELIM-2            PIC X(1).
           05 NT-TOTAL-IMPOSTO      PIC 9(7)V99.
           05 NT-DELIM-3            PIC X(1).
           05 NT-TOTAL-GERAL        PIC 9(7)V99.
