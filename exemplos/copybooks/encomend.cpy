      ******************************************************************
      * SPECIAL-ORDER-RECORD - one customer special order (cake,
      * party order) per record on the ENCOMENDAS file, kept by
      * ENCOMENDA: who ordered, the product and quantity, the
      * pickup date, the agreed total price and the deposit taken
      * at the counter with its payment type ('D' dinheiro,
      * 'C' cartao). EC-STATUS is 'A' aberta until the customer
      * collects it ('R' retirada, EC-DATA-BAIXA the day the
      * balance was paid). FORECAST bakes the open orders due by
      * the next business day on top of the forecast. EC-ZONA is
      * the delivery zone when the order goes out on the van
      * (ROTEIRO puts it on that zone's manifest), spaces when the
      * customer collects at the counter. COPY into the FD for a
      * file ASSIGNed to "ENCOMENDAS".
      ******************************************************************
       01  SPECIAL-ORDER-RECORD.
           05 EC-NUMERO             PIC 9(6).
           05 EC-DELIM-1            PIC X(1).
           05 EC-CLIENTE            PIC X(20).
           05 EC-DELIM-2            PIC X(1).
           05 EC-TELEFONE           PIC X(12).
           05 EC-DELIM-3            PIC X(1).
           05 EC-PRODUTO            PIC X(10).
           05 EC-DELIM-4            PIC X(1).
           05 EC-QTD                PIC 9(4).
           05 EC-DELIM-5            PIC X(1).
           05 EC-DATA-RETIRADA      PIC 9(8).
           05 EC-DELIM-6            PIC X(1).
           05 EC-PRECO              PIC 9(6)V99.
           05 EC-DELIM-7            PIC X(1).
           05 EC-SINAL              PIC 9(6)V99.
           05 EC-DELIM-8            PIC X(1).
           05 EC-TIPO-SINAL         PIC X(1).
           05 EC-DELIM-9            PIC X(1).
           05 EC-DATA-PEDIDO        PIC 9(8).
           05 EC-DELIM-10           PIC X(1).
           05 EC-OPERADOR           PIC X(10).
           05 EC-DELIM-11           PIC X(1).
           05 EC-STATUS             PIC X(1).
           05 EC-DELIM-12           PIC X(1).
           05 EC-DATA-BAIXA         PIC 9(8).
           05 EC-DELIM-13           PIC X(1).
           05 EC-ZONA               PIC X(4).
