      ******************************************************************
      * THIRTEENTH-REGISTER-RECORD - one employee's 13th salary per
      * record on the REG13 file, keyed by the same EM-ID the
      * employee master uses. YEND13 writes it beside the PAYROLL13
      * payment: the proportional gross, the INSS/IRRF withheld by
      * the DEDRATES brackets and the net, so that BRUTO = INSS +
      * IRRF + LIQUIDO always holds like the PAYREG register.
      * GLPOST posts it by D3-DATA-CALCULO. COPY into the FD for a
      * file ASSIGNed to "REG13".
      ******************************************************************
       01  THIRTEENTH-REGISTER-RECORD.
           05 D3-EMP-ID             PIC X(10).
           05 D3-DELIM-1            PIC X(1).
           05 D3-ANO                PIC 9(4).
           05 D3-DELIM-2            PIC X(1).
           05 D3-MESES              PIC 9(2).
           05 D3-DELIM-3            PIC X(1).
           05 D3-BRUTO              PIC 9(7)V99.
           05 D3-DELIM-4            PIC X(1).
           05 D3-INSS               PIC 9(6)V99.
           05 D3-DELIM-5            PIC X(1).
           05 D3-IRRF               PIC 9(6)V99.
           05 D3-DELIM-6            PIC X(1).
           05 D3-LIQUIDO            PIC 9(7)V99.
           05 D3-DELIM-7            PIC X(1).
           05 D3-DATA-CALCULO       PIC 9(8).
