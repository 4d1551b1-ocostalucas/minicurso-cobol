      ******************************************************************
      * PAY-REVIEW-RECORD - the pre-close variance review of one
      * payroll competencia on the PAYREVIEW file, one record per
      * PV-COMPETENCIA. PAYVAR issues it ('P' pendente) off the
      * PAYCLOSE preview with the percentage the review flagged
      * by, the number of flags raised, and the employee count and
      * total gross it reviewed; a supervisor other than the issuer
      * signs it off ('A' assinada). Issuing the review again puts
      * it back to 'P'. PAYCLOSE refuses to close the competencia
      * until it is 'A' and its count and gross still match what
      * the close works out. COPY into the FD for a file ASSIGNed
      * to "PAYREVIEW".
      ******************************************************************
       01  PAY-REVIEW-RECORD.
           05 PV-COMPETENCIA        PIC 9(6).
           05 PV-DELIM-1            PIC X(1).
           05 PV-STATUS             PIC X(1).
           05 PV-DELIM-2            PIC X(1).
           05 PV-DATA-EMISSAO       PIC 9(8).
           05 PV-DELIM-3            PIC X(1).
           05 PV-EMISSOR            PIC X(10).
           05 PV-DELIM-4            PIC X(1).
           05 PV-PERCENTUAL         PIC 9(3).
           05 PV-DELIM-5            PIC X(1).
           05 PV-QTD-ALERTAS        PIC 9(4).
           05 PV-DELIM-6            PIC X(1).
           05 PV-QTD-EMPREGADOS     PIC 9(4).
           05 PV-DELIM-7            PIC X(1).
           05 PV-TOTAL-BRUTO        PIC 9(9)V99.
           05 PV-DELIM-8            PIC X(1).
           05 PV-ASSINANTE          PIC X(10).
           05 PV-DELIM-9            PIC X(1).
           05 PV-DATA-ASSINATURA    PIC 9(8).
