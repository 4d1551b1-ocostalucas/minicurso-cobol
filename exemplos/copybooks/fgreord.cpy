      ******************************************************************
      * REORDER-POINT-RECORD - the finished-goods reorder point of a
      * PRODMASTER product on the FGREORD file, kept by FGSTOCK
      * mode 4. The daily position flags the product for
      * replenishment once its balance falls to RO-PONTO or below;
      * a product with no record here is never flagged.
      * RO-DATA-REVISAO and RO-OPERADOR record the last change.
      * COPY into the FD for a file ASSIGNed to "FGREORD".
      ******************************************************************
       01  REORDER-POINT-RECORD.
           05 RO-PM-ID              PIC X(10).
           05 RO-DELIM-1            PIC X(1).
           05 RO-PONTO              PIC 9(6).
           05 RO-DELIM-2            PIC X(1).
           05 RO-DATA-REVISAO       PIC 9(8).
           05 RO-DELIM-3            PIC X(1).
           05 RO-OPERADOR           PIC X(10).
