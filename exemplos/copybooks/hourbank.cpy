      ******************************************************************
      * HOUR-BANK-RECORD - one movement of an employee's hour bank
      * (banco de horas) per record on the HOURBANK ledger, keyed by
      * the same EM-ID the employee master uses. BH-TIPO is 'C'
      * credito - overtime minutes the punch run banked instead of
      * paying, for an employee of a DEPTMAST department on the
      * bank; 'D' debito - the minutes a short working day fell
      * below the standard day, paid in full and owed to the bank;
      * 'P' pago - minutes PAYCLOSE paid out as overtime because
      * the credit was older than six months. BH-DATA is the punch
      * date (the first day of the competencia closed, for 'P'),
      * BH-VALOR-HORA the hourly rate the minutes were worth that
      * day. The balance is the credits less the debits and
      * payouts; debits and payouts use up the oldest credits
      * first. Appended by EXERCICIO15 and PAYCLOSE, printed by
      * BANCOHOR. COPY into the FD for a file ASSIGNed to
      * "HOURBANK".
      ******************************************************************
       01  HOUR-BANK-RECORD.
           05 BH-EMP-ID             PIC X(10).
           05 BH-DELIM-1            PIC X(1).
           05 BH-DATA               PIC 9(8).
           05 BH-DELIM-2            PIC X(1).
           05 BH-TIPO               PIC X(1).
           05 BH-DELIM-3            PIC X(1).
           05 BH-MINUTOS            PIC 9(5).
           05 BH-DELIM-4            PIC X(1).
           05 BH-VALOR-HORA         PIC 9(3)V99.
           05 BH-DELIM-5            PIC X(1).
           05 BH-DATA-LANCAMENTO    PIC 9(8).
