      ******************************************************************
      * ACCESS-REVIEW-RECORD - one operator's line in a quarterly
      * access recertification on the ACCESSREV file, written by
      * OPERRECERT. AR-REVISAO is the date the review was issued
      * and AR-AUT-REVISADA the operator's OM-AUT-PROGRAMA flags as
      * they stood then - the next review compares against it to
      * show the grants made in between. AR-STATUS is 'P' pendente,
      * 'C' certificado (every grant kept), 'R' revogacao aprovada
      * (AR-AUT-MANTIDA drops at least one grant) or 'A' aplicada
      * (the revocation went back to OPERMASTER on AR-DATA-APLIC).
      * AR-ASSINANTE is the supervisor who signed the line, never
      * the operator under review. COPY into the FD for a file
      * ASSIGNed to "ACCESSREV".
      ******************************************************************
       01  ACCESS-REVIEW-RECORD.
           05 AR-REVISAO            PIC 9(8).
           05 AR-DELIM-1            PIC X(1).
           05 AR-OPER-ID            PIC X(10).
           05 AR-DELIM-2            PIC X(1).
           05 AR-STATUS             PIC X(1).
           05 AR-DELIM-3            PIC X(1).
           05 AR-EMISSOR            PIC X(10).
           05 AR-DELIM-4            PIC X(1).
           05 AR-AUT-REVISADA.
               10 AR-AUT-REV        PIC X(1) OCCURS 20 TIMES.
           05 AR-DELIM-5            PIC X(1).
           05 AR-AUT-MANTIDA.
               10 AR-AUT-MAN        PIC X(1) OCCURS 20 TIMES.
           05 AR-DELIM-6            PIC X(1).
           05 AR-ASSINANTE          PIC X(10).
           05 AR-DELIM-7            PIC X(1).
           05 AR-DATA-ASSINATURA    PIC 9(8).
           05 AR-DELIM-8            PIC X(1).
           05 AR-DATA-APLIC         PIC 9(8).
