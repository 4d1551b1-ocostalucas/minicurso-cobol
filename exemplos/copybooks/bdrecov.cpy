      ******************************************************************
      * BAD-DEBT-RECOVERY-RECORD - money the collection agency got
      * back on a written-off ('W') invoice, one line per receipt on
      * the BDRECOV file. PAYPOST writes it when a PAYMENTS receipt
      * is applied to an account's written-off invoices instead of
      * its open ones (BR-DATA-VENCIMENTO is the first invoice it
      * went to); it is kept apart from RCPTHIST because the money
      * no longer settles a receivable - GLPOST posts it as
      * recovered bad debt and BADDEBT reports it. COPY into the FD
      * for a file ASSIGNed to "BDRECOV".
      ******************************************************************
       01  BAD-DEBT-RECOVERY-RECORD.
           05 BR-CONTA              PIC 9(6).
           05 BR-DELIM-1            PIC X(1).
           05 BR-DATA               PIC 9(8).
           05 BR-DELIM-2            PIC X(1).
           05 BR-VALOR              PIC 9(4)V99.
           05 BR-DELIM-3            PIC X(1).
           05 BR-RECIBO             PIC X(8).
           05 BR-DELIM-4            PIC X(1).
           05 BR-DATA-VENCIMENTO    PIC 9(8).
