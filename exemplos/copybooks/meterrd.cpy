      * route readers' books by METERENT and consumed by the billing
      * run, which derives the kWh billed from the delta between
      * MR-LEITURA-ATUAL and MR-LEITURA-ANTERIOR. MR-ORIGEM is
      * 'L' leitura real, 'E' estimada, 'F' final reading taken at
      * a move-out (billed by EXERCICIO7's final invoice), 'I' the
      * opening reading MOVEIN carries over from the previous
      * tenant's final one (chains the next reading, never billed
      * itself). MR-SERIE, MR-MULTIPLICADOR
      * and MR-DIGITOS copy the METERMASTER meter the reading was
      * taken from; after a meter exchange MR-LEITURA-ANTERIOR is
      * the new meter's initial reading and MR-CONSUMO-TROCA the kWh
      * the retired meter registered in the cycle. The kWh billed
      * is always worked out by medproc.cpy (rollover included).
      * Records from before the meter master read back with spaces
      * in those fields - a direct six-dial meter, no exchange.
      * COPY into the FD for a file ASSIGNed to "METERREAD".
      ******************************************************************
       01  METER-READING-RECORD.
           05 MR-CONTA              PIC 9(6).
           05 MR-DATA-LEITURA       PIC 9(8).
           05 MR-DELIM-5            PIC X(1).
           05 MR-ORIGEM             PIC X(1).
           05 MR-DELIM-6            PIC X(1).
           05 MR-SERIE              PIC X(12).
           05 MR-DELIM-7            PIC X(1).
           05 MR-MULTIPLICADOR      PIC 9(3).
           05 MR-DELIM-8            PIC X(1).
           05 MR-DIGITOS            PIC 9(1).
           05 MR-DELIM-9            PIC X(1).
           05 MR-CONSUMO-TROCA      PIC 9(6).
