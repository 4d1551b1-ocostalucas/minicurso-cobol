      ******************************************************************
      * SHOE-PRICE-RECORD - the farrier price table on the SHOEPRICE
      * file, kept by LIVERYBILL. FP-TIPO 'S' is a shoeing service
      * keyed on the work order (ferragem completa, casqueamento,
      * ferragem corretiva...), 'C' a consumable priced per unit
      * drawn: the code FERRADUR prices each horseshoe and CRAVO
      * each nail. COPY into the FD for a file ASSIGNed to
      * "SHOEPRICE".
      ******************************************************************
       01  SHOE-PRICE-RECORD.
           05 FP-CODIGO             PIC X(8).
           05 FP-DELIM-1            PIC X(1).
           05 FP-DESCRICAO          PIC X(20).
           05 FP-DELIM-2            PIC X(1).
           05 FP-TIPO               PIC X(1).
           05 FP-DELIM-3            PIC X(1).
           05 FP-PRECO              PIC 9(5)V99.
