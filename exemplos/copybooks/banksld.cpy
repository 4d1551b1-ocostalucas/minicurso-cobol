      ******************************************************************
      * BANK-BALANCE-RECORD - one line per BANKRECON reconciliation
      * on the BANKSALDO file: the date it was run under, the closing
      * balance keyed off the bank statement and the balance adjusted
      * for the items still outstanding in the books. CASHFCST takes
      * the latest line as the cash position its projection starts
      * from. COPY into the FD for a file ASSIGNed to "BANKSALDO".
      ******************************************************************
       01  BANK-BALANCE-RECORD.
           05 BK-DATA               PIC 9(8).
           05 BK-DELIM-1            PIC X(1).
           05 BK-SALDO-EXTRATO      PIC S9(9)V99 SIGN IS LEADING
                                    SEPARATE.
           05 BK-DELIM-2            PIC X(1).
           05 BK-SALDO-AJUSTADO     PIC S9(9)V99 SIGN IS LEADING
                                    SEPARATE.
           05 BK-DELIM-3            PIC X(1).
           05 BK-OPERADOR           PIC X(10).
