      ******************************************************************
      * SHAPE-ORDERS-RECORD - one customer order per accepted quote
      * on the ORDERSQ file, written by QUOTEOUT with the quoted
      * figures untouched. OQ-JOB is the JOBS header (and CUTLIST
      * lines) the acceptance generated; OQ-STATUS follows the
      * order through the shop - 'A' aceito, 'C' em corte (EXERCICIO1
      * has run the job's cutting list), 'P' pronto (EXERCICIO1,
      * cut finished, OQ-DATA-PRONTO) and 'E' entregue (QUOTEOUT,
      * delivery confirmed, OQ-DATA-ENTREGA) - against the
      * OQ-DATA-PROMETIDA agreed with the customer. Orders written
      * before the fields read back with spaces: no job, treated as
      * aceito. COPY into the FD for a file ASSIGNed to "ORDERSQ".
      ******************************************************************
       01  SHAPE-ORDERS-RECORD.
           05 OQ-NUMERO             PIC 9(6).
           05 OQ-DELIM-1            PIC X(1).
           05 OQ-FORMA              PIC X(12).
           05 OQ-DELIM-2            PIC X(1).
           05 OQ-MATERIAL           PIC X(6).
           05 OQ-DELIM-3            PIC X(1).
           05 OQ-VALOR              PIC 9(7)V99.
           05 OQ-DELIM-4            PIC X(1).
           05 OQ-DATA-ACEITE        PIC 9(8).
           05 OQ-DELIM-5            PIC X(1).
           05 OQ-JOB                PIC 9(4).
           05 OQ-DELIM-6            PIC X(1).
           05 OQ-CLIENTE            PIC X(20).
           05 OQ-DELIM-7            PIC X(1).
           05 OQ-STATUS             PIC X(1).
           05 OQ-DELIM-8            PIC X(1).
           05 OQ-DATA-PROMETIDA     PIC 9(8).
           05 OQ-DELIM-9            PIC X(1).
           05 OQ-DATA-PRONTO        PIC 9(8).
           05 OQ-DELIM-10           PIC X(1).
           05 OQ-DATA-ENTREGA       PIC 9(8).
