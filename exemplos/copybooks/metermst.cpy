      ******************************************************************
      * METER-MASTER-RECORD - one physical meter per record on the
      * METERMASTER file, keyed by the CU-CONTA it is installed at.
      * MM-SITUACAO is 'A' while the meter is on the wall and 'R'
      * once it has been taken out in an exchange; an account has at
      * most one 'A' meter and its retired ones stay on file in
      * installation order as the meter history. MM-MULTIPLICADOR
      * scales the register delta into kWh (1 on direct meters),
      * MM-DIGITOS is the number of dials, so a register that rolls
      * past 10**digitos - 1 back to zero is still read forward.
      * MM-LEITURA-INICIAL is what the register showed when the
      * meter went in; MM-DATA-RETIRADA / MM-LEITURA-FINAL what it
      * showed when it came out (zero while installed). Maintained
      * by METERMST and read by METERENT. COPY into the FD for a
      * file ASSIGNed to "METERMASTER".
      ******************************************************************
       01  METER-MASTER-RECORD.
           05 MM-CONTA              PIC 9(6).
           05 MM-DELIM-1            PIC X(1).
           05 MM-SERIE              PIC X(12).
           05 MM-DELIM-2            PIC X(1).
           05 MM-DATA-INSTALACAO    PIC 9(8).
           05 MM-DELIM-3            PIC X(1).
           05 MM-MULTIPLICADOR      PIC 9(3).
           05 MM-DELIM-4            PIC X(1).
           05 MM-DIGITOS            PIC 9(1).
           05 MM-DELIM-5            PIC X(1).
           05 MM-LEITURA-INICIAL    PIC 9(6).
           05 MM-DELIM-6            PIC X(1).
           05 MM-SITUACAO           PIC X(1).
           05 MM-DELIM-7            PIC X(1).
           05 MM-DATA-RETIRADA      PIC 9(8).
           05 MM-DELIM-8            PIC X(1).
           05 MM-LEITURA-FINAL      PIC 9(6).
