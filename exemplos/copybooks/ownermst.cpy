      ******************************************************************
      * OWNER-MASTER-RECORD - the owners of the boarded horses, one
      * per record on the OWNERMST file, kept by LIVERYBILL.
      * OW-CONTA is the CUSTMASTER account (tariff class 'L') the
      * owner's livery invoices go to on BILLHIST, so they are
      * posted by PAYPOST, registered with the bank and show on
      * the CUSTSTMT statement like any utility invoice. COPY into
      * the FD for a file ASSIGNed to "OWNERMST".
      ******************************************************************
       01  OWNER-MASTER-RECORD.
           05 OW-ID                 PIC X(10).
           05 OW-DELIM-1            PIC X(1).
           05 OW-NOME               PIC X(20).
           05 OW-DELIM-2            PIC X(1).
           05 OW-TELEFONE           PIC X(15).
           05 OW-DELIM-3            PIC X(1).
           05 OW-CONTA              PIC 9(6).
