      * so per-customer statements and aging are possible. COPY into
      * the FD for a file ASSIGNed to "BILLHIST". BH-STATUS is
      * 'A' aberto, 'P' parcialmente pago, 'Q' quitado, 'R'
      * renegociado (carried by a PAYPLANS payment plan), 'W'
      * baixado como perda (written off by BADDEBT and placed with
      * the collection agency - no longer open, BH-VALOR-PAGO keeps
      * counting what the agency recovers); records
      * written before payment posting existed read back with spaces
      * there and are treated as open. BH-CONSUMO-KWH carries the
      * kWh the invoice billed and BH-ORIGEM-LEITURA where it came
