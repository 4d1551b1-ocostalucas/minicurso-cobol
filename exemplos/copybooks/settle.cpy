      ******************************************************************
      * SETTLEMENT-RECORD - one termination settlement (rescisao)
      * per record on the SETTLEREG file, keyed by the same EM-ID
      * the employee master uses. RESCISAO writes it for each
      * EMPMOVES termination of the period: balance of salary for
      * the days worked in the termination month, notice pay by
      * termination reason (SE-MOTIVO as on EMPTRANS), proportional
      * 13th, unused and proportional vacation with its one-third
      * bonus, the INSS/IRRF withheld and the outstanding ADVANCES
      * balance recovered, so that BRUTO = INSS + IRRF +
      * ADIANTAMENTO + LIQUIDO always holds like the PAYREG
      * register. GLPOST posts it by SE-DATA-CALCULO; PAYCLOSE
      * leaves SE-COMPETENCIA's days out of the monthly close and
      * YEND13 leaves the employee out of that year's 13th, since
      * the settlement already paid both. COPY into the FD for a
      * file ASSIGNed to "SETTLEREG".
      ******************************************************************
       01  SETTLEMENT-RECORD.
           05 SE-EMP-ID             PIC X(10).
           05 SE-DELIM-1            PIC X(1).
           05 SE-DATA-DESLIGAMENTO  PIC 9(8).
           05 SE-DELIM-2            PIC X(1).
           05 SE-MOTIVO             PIC X(1).
           05 SE-DELIM-3            PIC X(1).
           05 SE-COMPETENCIA        PIC 9(6).
           05 SE-DELIM-4            PIC X(1).
           05 SE-DIAS-TRABALHADOS   PIC 9(2).
           05 SE-DELIM-5            PIC X(1).
           05 SE-SALDO-SALARIO      PIC 9(7)V99.
           05 SE-DELIM-6            PIC X(1).
           05 SE-AVISO-PREVIO       PIC 9(7)V99.
           05 SE-DELIM-7            PIC X(1).
           05 SE-DECIMO-TERCEIRO    PIC 9(7)V99.
           05 SE-DELIM-8            PIC X(1).
           05 SE-FERIAS             PIC 9(7)V99.
           05 SE-DELIM-9            PIC X(1).
           05 SE-TERCO-FERIAS       PIC 9(7)V99.
           05 SE-DELIM-10           PIC X(1).
           05 SE-BRUTO              PIC 9(7)V99.
           05 SE-DELIM-11           PIC X(1).
           05 SE-INSS               PIC 9(6)V99.
           05 SE-DELIM-12           PIC X(1).
           05 SE-IRRF               PIC 9(6)V99.
           05 SE-DELIM-13           PIC X(1).
           05 SE-ADIANTAMENTO       PIC 9(6)V99.
           05 SE-DELIM-14           PIC X(1).
           05 SE-LIQUIDO            PIC 9(7)V99.
           05 SE-DELIM-15           PIC X(1).
           05 SE-DATA-CALCULO       PIC 9(8).
