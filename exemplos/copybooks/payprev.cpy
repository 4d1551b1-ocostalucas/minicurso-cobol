      ******************************************************************
      * PAY-PREVIEW-RECORD - one employee of the trial close PAYCLOSE
      * writes to the PAYREGPRV file in its preview mode: the same
      * gross, INSS, IRRF, advance installment, GARNORDER order
      * deductions and net the close would put on PAYREG for the
      * competencia, plus the name and department off the month's
      * PAYROLL rows, so PAYVAR can review the month by employee and
      * by department before anything is written for real. BRUTO =
      * INSS + IRRF + ADIANTAMENTO + ORDENS + LIQUIDO, as on PAYREG.
      * COPY into the FD for a file ASSIGNed to "PAYREGPRV".
      ******************************************************************
       01  PAY-PREVIEW-RECORD.
           05 RP-EMP-ID             PIC X(10).
           05 RP-DELIM-1            PIC X(1).
           05 RP-BRUTO              PIC 9(7)V99.
           05 RP-DELIM-2            PIC X(1).
           05 RP-INSS               PIC 9(6)V99.
           05 RP-DELIM-3            PIC X(1).
           05 RP-IRRF               PIC 9(6)V99.
           05 RP-DELIM-4            PIC X(1).
           05 RP-LIQUIDO            PIC 9(7)V99.
           05 RP-DELIM-5            PIC X(1).
           05 RP-COMPETENCIA        PIC 9(6).
           05 RP-DELIM-6            PIC X(1).
           05 RP-DIAS-TRABALHADOS   PIC 9(2).
           05 RP-DELIM-7            PIC X(1).
           05 RP-ADIANTAMENTO       PIC 9(6)V99.
           05 RP-DELIM-8            PIC X(1).
           05 RP-NOME               PIC X(10).
           05 RP-DELIM-9            PIC X(1).
           05 RP-DEPARTAMENTO       PIC X(10).
           05 RP-DELIM-10           PIC X(1).
           05 RP-ORDENS             PIC 9(6)V99.
