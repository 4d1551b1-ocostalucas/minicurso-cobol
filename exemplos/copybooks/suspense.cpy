      * excess of a payment larger than the account's open balance.
      * SU-STATUS is 'S' em suspense, 'L' liberado (SUSPMAINT
      * re-emitted it onto PAYMENTS for the next posting), 'D'
      * devolvido ao cliente, 'C' compensado - a 'SOBR' credit
      * EXERCICIO7 applied to the account's move-out final invoice
      * (a credit only partly used is split: the used part goes to
      * 'C', the rest stays in suspense), 'R' reembolsado - a
      * 'SOBR' credit REFUND paid back to the customer through the
      * bank file (split the same way when only partly used). The
      * day-end balance in PAYPOST counts suspense so cash taken
      * always equals cash applied plus suspense. COPY into the FD
      * for a file ASSIGNed to "SUSPENSE".
      ******************************************************************
       01  SUSPENSE-RECORD.
           05 SU-CONTA              PIC 9(6).
