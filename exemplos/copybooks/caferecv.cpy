      ******************************************************************
      * CAFE-RECEIVABLE-RECORD - one open item per standing-order
      * invoice CAFEBILL issues to a cafe, on the CAFERECV file.
      * CR-NUMERO is the INVOICES note number (IDISSUE serie 'N'),
      * CR-COMPETENCIA the AAAAMM month of deliveries it bills (one
      * invoice per cafe and month), CR-VENCIMENTO the due date,
      * 30 days out and rolled to the next HOLCAL business day.
      * The customer notes EXERCICIO8 issues on credit open an item
      * here too, with CR-COMPETENCIA zero, so CAFEBILL's payment
      * keying and aging cover them and EXERCICIO8's credit check
      * sees every open balance of an account.
      * CR-PAGO accumulates the payments keyed against it;
      * CR-STATUS is 'A' aberto until they reach CR-VALOR, then
      * 'Q' quitado. COPY into the FD for a file ASSIGNed to
      * "CAFERECV".
      ******************************************************************
       01  CAFE-RECEIVABLE-RECORD.
           05 CR-NUMERO             PIC 9(6).
           05 CR-DELIM-1            PIC X(1).
           05 CR-CLIENTE            PIC X(10).
           05 CR-DELIM-2            PIC X(1).
           05 CR-COMPETENCIA        PIC 9(6).
           05 CR-DELIM-3            PIC X(1).
           05 CR-EMISSAO            PIC 9(8).
           05 CR-DELIM-4            PIC X(1).
           05 CR-VENCIMENTO         PIC 9(8).
           05 CR-DELIM-5            PIC X(1).
           05 CR-VALOR              PIC 9(7)V99.
           05 CR-DELIM-6            PIC X(1).
           05 CR-PAGO               PIC 9(7)V99.
           05 CR-DELIM-7            PIC X(1).
           05 CR-STATUS             PIC X(1).
