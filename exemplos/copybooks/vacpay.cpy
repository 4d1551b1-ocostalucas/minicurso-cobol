      ******************************************************************
      * VACATION-PAY-RECORD - one vacation payment per record on the
      * VACREG file, keyed by the same EM-ID the employee master
      * uses plus the start date of the approved LEAVEREQ ferias
      * request it pays. VACPAY writes it when the leave comes
      * into its window: the days at the RATEHIST rate in force on
      * the start date, the daily overtime average off PAYROLL
      * times the days, the constitutional one-third over both,
      * and the INSS/IRRF withheld by the DEDRATES brackets, so
      * that BRUTO = INSS + IRRF + LIQUIDO always holds.
      * VP-DATA-PAGAMENTO is two days before VP-DATA-INICIO (never
      * before the run). PAYCLOSE leaves the ferias days from
      * VP-DATA-INICIO to VP-DATA-FIM out of the monthly close and
      * GLPOST posts the payment by VP-DATA-CALCULO. COPY into the
      * FD for a file ASSIGNed to "VACREG".
      ******************************************************************
       01  VACATION-PAY-RECORD.
           05 VP-EMP-ID             PIC X(10).
           05 VP-DELIM-1            PIC X(1).
           05 VP-DATA-INICIO        PIC 9(8).
           05 VP-DELIM-2            PIC X(1).
           05 VP-DATA-FIM           PIC 9(8).
           05 VP-DELIM-3            PIC X(1).
           05 VP-QTD-DIAS           PIC 9(3).
           05 VP-DELIM-4            PIC X(1).
           05 VP-DATA-PAGAMENTO     PIC 9(8).
           05 VP-DELIM-5            PIC X(1).
           05 VP-VALOR-FERIAS       PIC 9(7)V99.
           05 VP-DELIM-6            PIC X(1).
           05 VP-MEDIA-EXTRAS       PIC 9(7)V99.
           05 VP-DELIM-7            PIC X(1).
           05 VP-TERCO              PIC 9(7)V99.
           05 VP-DELIM-8            PIC X(1).
           05 VP-BRUTO              PIC 9(7)V99.
           05 VP-DELIM-9            PIC X(1).
           05 VP-INSS               PIC 9(6)V99.
           05 VP-DELIM-10           PIC X(1).
           05 VP-IRRF               PIC 9(6)V99.
           05 VP-DELIM-11           PIC X(1).
           05 VP-LIQUIDO            PIC 9(7)V99.
           05 VP-DELIM-12           PIC X(1).
           05 VP-DATA-CALCULO       PIC 9(8).
