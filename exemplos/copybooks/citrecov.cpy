      ******************************************************************
      * CITATION-RECOVERY-RECORD - where each CITATIONS fine stands
      * in the driver-nomination and recovery cycle, one record per
      * citation keyed by driver and citation date, kept by
      * CITRECOV: the plate the driver had that day, the fine, the
      * nomination deadline and CR-SITUACAO - 'I' indicacao
      * emitida, 'R' recuperacao gerada (the installment deduction
      * is on ADVANCES), 'B' baixada (the company absorbs it, the
      * reason in CR-MOTIVO: SVIA no trip or dispatch found, PRZO
      * nomination deadline lost, POLI policy does not charge the
      * driver, SEMP driver without an employee id) or 'C'
      * cancelada por recurso. CR-VALOR is the fine as cited until
      * CITPAY shows what the company actually paid, and
      * CR-DATA-SITUACAO the day the status last changed. COPY into
      * the FD for a file ASSIGNed to "CITRECOV".
      ******************************************************************
       01  CITATION-RECOVERY-RECORD.
           05 CR-MOTORISTA          PIC X(10).
           05 CR-DELIM-1            PIC X(1).
           05 CR-DATA-CITACAO       PIC 9(8).
           05 CR-DELIM-2            PIC X(1).
           05 CR-PLACA              PIC X(10).
           05 CR-DELIM-3            PIC X(1).
           05 CR-MULTA              PIC 9(6)V99.
           05 CR-DELIM-4            PIC X(1).
           05 CR-PRAZO              PIC 9(8).
           05 CR-DELIM-5            PIC X(1).
           05 CR-SITUACAO           PIC X(1).
           05 CR-DELIM-6            PIC X(1).
           05 CR-MOTIVO             PIC X(4).
           05 CR-DELIM-7            PIC X(1).
           05 CR-VALOR              PIC 9(6)V99.
           05 CR-DELIM-8            PIC X(1).
           05 CR-DATA-SITUACAO      PIC 9(8).
