      ******************************************************************
      * PROCEDURE-PRICE-RECORD - the clinic price table on the
      * PROCPRICE file, kept by CLINBILL: what each payer pays for
      * each procedure. PP-PAGADOR is PARTIC for private patients or
      * the health-plan (convenio) code carried on PATMASTER;
      * PP-PROCEDIMENTO the code booked on the APPTS appointment
      * (CONSULTA when none was keyed). COPY into the FD for a file
      * ASSIGNed to "PROCPRICE".
      ******************************************************************
       01  PROCEDURE-PRICE-RECORD.
           05 PP-PAGADOR            PIC X(6).
           05 PP-DELIM-1            PIC X(1).
           05 PP-PROCEDIMENTO       PIC X(8).
           05 PP-DELIM-2            PIC X(1).
           05 PP-DESCRICAO          PIC X(20).
           05 PP-DELIM-3            PIC X(1).
           05 PP-VALOR              PIC 9(6)V99.
