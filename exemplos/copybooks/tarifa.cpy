      ******************************************************************
      * TARIFF-SCHEDULE-RECORD - one rate schedule per tariff class on
      * the TARIFAS file, keyed by the CU-TARIFA class the customer
      * master carries (R residencial, C comercial, I industrial), so
      * each class is priced off the regulator's own tariff sheet
      * instead of the single PARAMCTL band set. Three consumption
      * bands (upper kWh limit and the rate that applies up to it;
      * the last band's limit is normally 9999.99) plus the fixed
      * monthly availability charge the class pays whatever it
      * consumes. A class with no record here keeps the PARAMCTL
      * bands and no fixed charge - the usual missing-control-file
      * default. The TARIFSIM proposal file used by the billing
      * simulation carries this same layout. COPY into the FD for a
      * file ASSIGNed to "TARIFAS".
      ******************************************************************
       01  TARIFF-SCHEDULE-RECORD.
           05 TF-CLASSE             PIC X(1).
           05 TF-DELIM-1            PIC X(1).
           05 TF-LIMITE-1           PIC 9(4)V99.
           05 TF-DELIM-2            PIC X(1).
           05 TF-TAXA-1             PIC 9V9999.
           05 TF-DELIM-3            PIC X(1).
           05 TF-LIMITE-2           PIC 9(4)V99.
           05 TF-DELIM-4            PIC X(1).
           05 TF-TAXA-2             PIC 9V9999.
           05 TF-DELIM-5            PIC X(1).
           05 TF-LIMITE-3           PIC 9(4)V99.
           05 TF-DELIM-6            PIC X(1).
           05 TF-TAXA-3             PIC 9V9999.
           05 TF-DELIM-7            PIC X(1).
           05 TF-TAXA-FIXA          PIC 9(4)V99.
