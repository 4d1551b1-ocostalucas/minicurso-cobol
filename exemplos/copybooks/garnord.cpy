      ******************************************************************
      * GARNISH-ORDER-RECORD - one deduction order against an
      * employee's pay per record on the GARNORDER file, keyed by
      * GO-ORDEM-ID (the court process or union reference) and
      * carrying the same EM-ID the employee master uses. GO-TIPO is
      * the legal priority PAYCLOSE deducts in: 'A' pensao
      * alimenticia first, 'J' penhora judicial next, 'S'
      * contribuicao sindical last - all of them ahead of the
      * ADVANCES installments and never below the PARAMCTL net
      * floor. GO-FORMA 'V' deducts GO-VALOR each month, 'P' deducts
      * GO-PERCENTUAL of the net after INSS and IRRF. The order runs
      * for the competencias from GO-DATA-INICIO to GO-DATA-FIM
      * (zero end date: until lifted). The beneficiary's bank
      * details go to BANKREMIT through GARNPAY. Entered and lifted
      * through GARNMAINT. COPY into the FD for a file ASSIGNed to
      * "GARNORDER".
      ******************************************************************
       01  GARNISH-ORDER-RECORD.
           05 GO-ORDEM-ID           PIC X(10).
           05 GO-DELIM-1            PIC X(1).
           05 GO-EMP-ID             PIC X(10).
           05 GO-DELIM-2            PIC X(1).
           05 GO-TIPO               PIC X(1).
           05 GO-DELIM-3            PIC X(1).
           05 GO-FORMA              PIC X(1).
           05 GO-DELIM-4            PIC X(1).
           05 GO-VALOR              PIC 9(6)V99.
           05 GO-DELIM-5            PIC X(1).
           05 GO-PERCENTUAL         PIC 9(2)V99.
           05 GO-DELIM-6            PIC X(1).
           05 GO-BENEFICIARIO       PIC X(20).
           05 GO-DELIM-7            PIC X(1).
           05 GO-BANCO              PIC 9(3).
           05 GO-DELIM-8            PIC X(1).
           05 GO-AGENCIA            PIC 9(4).
           05 GO-DELIM-9            PIC X(1).
           05 GO-CONTA              PIC 9(8).
           05 GO-DELIM-10           PIC X(1).
           05 GO-DATA-INICIO        PIC 9(8).
           05 GO-DELIM-11           PIC X(1).
           05 GO-DATA-FIM           PIC 9(8).
