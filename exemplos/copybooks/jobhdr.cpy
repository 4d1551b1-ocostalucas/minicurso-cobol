      ******************************************************************
      * JOBS-RECORD - one cutting job header on the JOBS file: job
      * number, customer and the price quoted for it, which
      * EXERCICIO1's JOBPROFIT sets against the material cost. Jobs
      * are keyed in EXERCICIO1 or generated by QUOTEOUT when a
      * quote is accepted (next number after the highest on file,
      * the quoted OQ-VALOR as price). COPY into the FD for a file
      * ASSIGNed to "JOBS".
      ******************************************************************
       01  JOBS-RECORD.
           05 JB-NUMERO            PIC 9(4).
           05 JB-DELIM-1           PIC X(1).
           05 JB-CLIENTE           PIC X(20).
           05 JB-DELIM-2           PIC X(1).
           05 JB-PRECO-COTADO      PIC 9(7)V99.
