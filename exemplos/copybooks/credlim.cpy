      ******************************************************************
      * CUSTOMER-CREDIT-RECORD - the credit terms of an invoicing
      * customer, one per CUSTFILE account on the CREDLIM file, kept
      * by EXERCICIO8 mode 8. LC-LIMITE caps what the account may
      * owe - open CAFERECV receivables net of credit notes plus the
      * invoice about to be issued - and LC-SITUACAO is 'N' normal
      * or 'B' bloqueado, which holds every new order whatever the
      * balance. LC-DATA-REVISAO and LC-OPERADOR record the last
      * change. COPY into the FD for a file ASSIGNed to "CREDLIM".
      ******************************************************************
       01  CUSTOMER-CREDIT-RECORD.
           05 LC-CONTA              PIC 9(6).
           05 LC-DELIM-1            PIC X(1).
           05 LC-LIMITE             PIC 9(7)V99.
           05 LC-DELIM-2            PIC X(1).
           05 LC-SITUACAO           PIC X(1).
           05 LC-DELIM-3            PIC X(1).
           05 LC-DATA-REVISAO       PIC 9(8).
           05 LC-DELIM-4            PIC X(1).
           05 LC-OPERADOR           PIC X(10).
