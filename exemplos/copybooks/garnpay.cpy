      ******************************************************************
      * GARNISH-PAYMENT-RECORD - one amount PAYCLOSE withheld under a
      * GARNORDER deduction order, owed to the order's beneficiary,
      * per record on the GARNPAY file. Written by the monthly close
      * with GP-STATUS 'P' pendente and the beneficiary's bank
      * details copied off the order; BANKREMIT pays it out of the
      * employee's own amount in the next remittance and flips it
      * to 'E' enviado. A close run again for the same competencia
      * replaces its pending records and leaves the sent ones
      * alone. COPY into the FD for a file ASSIGNed to "GARNPAY".
      ******************************************************************
       01  GARNISH-PAYMENT-RECORD.
           05 GP-ORDEM-ID           PIC X(10).
           05 GP-DELIM-1            PIC X(1).
           05 GP-EMP-ID             PIC X(10).
           05 GP-DELIM-2            PIC X(1).
           05 GP-COMPETENCIA        PIC 9(6).
           05 GP-DELIM-3            PIC X(1).
           05 GP-TIPO               PIC X(1).
           05 GP-DELIM-4            PIC X(1).
           05 GP-VALOR              PIC 9(6)V99.
           05 GP-DELIM-5            PIC X(1).
           05 GP-BENEFICIARIO       PIC X(20).
           05 GP-DELIM-6            PIC X(1).
           05 GP-BANCO              PIC 9(3).
           05 GP-DELIM-7            PIC X(1).
           05 GP-AGENCIA            PIC 9(4).
           05 GP-DELIM-8            PIC X(1).
           05 GP-CONTA              PIC 9(8).
           05 GP-DELIM-9            PIC X(1).
           05 GP-STATUS             PIC X(1).
