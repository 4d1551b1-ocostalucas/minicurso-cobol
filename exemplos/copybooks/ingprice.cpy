      ******************************************************************
      * INGREDIENT-PRICE-HISTORY-RECORD - one record per unit-cost
      * change of an INGREDIENT master line, appended by INGSTOCK
      * when the new supplier price is keyed, so the master can go
      * on holding only the current IG-PRECO without the old one
      * being lost. IP-PRECO-ANTERIOR is the cost the master held
      * up to IP-DATA. COPY into the FD for a file ASSIGNed to
      * "INGPRICEH".
      ******************************************************************
       01  INGREDIENT-PRICE-HISTORY-RECORD.
           05 IP-INGREDIENTE        PIC X(6).
           05 IP-DELIM-1            PIC X(1).
           05 IP-DATA               PIC 9(8).
           05 IP-DELIM-2            PIC X(1).
           05 IP-FORNECEDOR         PIC X(20).
           05 IP-DELIM-3            PIC X(1).
           05 IP-PRECO-ANTERIOR     PIC 9(4)V99.
           05 IP-DELIM-4            PIC X(1).
           05 IP-PRECO-NOVO         PIC 9(4)V99.
           05 IP-DELIM-5            PIC X(1).
           05 IP-OPERADOR           PIC X(10).
