      * close (reduced or skipped when the PARAMCTL net floor would
      * be breached) and walks AD-SALDO down until the record flips
      * to 'Q' quitado. AD-STATUS 'A' ativo, 'Q' quitado.
      * AD-ORIGEM 'M' marks a traffic fine the company paid and
      * CITRECOV charged back to the nominated driver; spaces are
      * the advances and loans granted through ADVMAINT.
      * COPY into the FD for a file ASSIGNed to "ADVANCES".
      ******************************************************************
       01  ADVANCE-LOAN-RECORD.
           05 AD-SALDO              PIC 9(6)V99.
           05 AD-DELIM-5            PIC X(1).
           05 AD-STATUS             PIC X(1).
           05 AD-DELIM-6            PIC X(1).
           05 AD-ORIGEM             PIC X(1).
