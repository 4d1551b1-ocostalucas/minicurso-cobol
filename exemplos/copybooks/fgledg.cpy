      ******************************************************************
      * FINISHED-GOODS-LEDGER-RECORD - one finished-goods stock
      * movement per PRODMASTER product on the FGLEDGER file. The
      * balance of a product is the sum of its movements, signed by
      * FG-SINAL. FG-TIPO is 'E' entrada (receipt from production,
      * FG-MOTIVO PROD, or purchase, COMP, keyed in FGSTOCK), 'S'
      * saida (posted by the invoicing runs, one per invoice line,
      * FG-MOTIVO FATU, FG-DOCUMENTO the invoice number), 'D'
      * devolucao (goods returned on an EXERCICIO8 credit note,
      * FG-MOTIVO DEVO, FG-DOCUMENTO the credit note number) or
      * 'A' ajuste de inventario (physical count difference keyed
      * in FGSTOCK, either sign, FG-MOTIVO QUEB quebra, VENC
      * vencido, FURT furto or CONT erro de contagem). COPY into
      * the FD for a file ASSIGNed to "FGLEDGER".
      ******************************************************************
       01  FINISHED-GOODS-LEDGER-RECORD.
           05 FG-PM-ID              PIC X(10).
           05 FG-DELIM-1            PIC X(1).
           05 FG-DATA               PIC 9(8).
           05 FG-DELIM-2            PIC X(1).
           05 FG-TIPO               PIC X(1).
           05 FG-DELIM-3            PIC X(1).
           05 FG-SINAL              PIC X(1).
           05 FG-DELIM-4            PIC X(1).
           05 FG-QTD                PIC 9(6).
           05 FG-DELIM-5            PIC X(1).
           05 FG-DOCUMENTO          PIC 9(6).
           05 FG-DELIM-6            PIC X(1).
           05 FG-MOTIVO             PIC X(4).
           05 FG-DELIM-7            PIC X(1).
           05 FG-OPERADOR           PIC X(10).
