      ******************************************************************
      * MARGIN-REVIEW-RECORD - one line per product per weekly recipe
      * margin review run by EXERCICIO5: the recipe cost at that
      * day's ingredient prices, the selling price used and the
      * resulting margin in percent of the price. The next review
      * measures each product's margin drop against its latest line
      * dated before it. COPY into the FD for a file ASSIGNed to
      * "MARGINREV".
      ******************************************************************
       01  MARGIN-REVIEW-RECORD.
           05 MV-PRODUTO            PIC X(10).
           05 MV-DELIM-1            PIC X(1).
           05 MV-DATA               PIC 9(8).
           05 MV-DELIM-2            PIC X(1).
           05 MV-CUSTO              PIC 9(4)V99.
           05 MV-DELIM-3            PIC X(1).
           05 MV-PRECO              PIC 9(4)V99.
           05 MV-DELIM-4            PIC X(1).
           05 MV-MARGEM             PIC S9(5)V99 SIGN IS LEADING
                                         SEPARATE.
