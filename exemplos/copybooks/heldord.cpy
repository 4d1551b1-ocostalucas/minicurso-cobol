      ******************************************************************
      * HELD-ORDER-RECORD - an ORDERS line EXERCICIO8 refused to
      * invoice on credit grounds, on the HELDORDERS file. HO-SEQ
      * numbers the hold for the release transaction; HO-VALOR is
      * the line priced when it was held. HO-MOTIVO says why: BLOQ
      * customer blocked on CREDLIM, SLIM customer with no CREDLIM
      * terms, ATRS receivable more than 30 days past due, LIMT open
      * receivables plus the new invoice over LC-LIMITE.
      * HO-SITUACAO is 'R' retido, 'L' liberado by the credit
      * manager (HO-APROVADOR, HO-DATA-LIBERACAO) to go out on the
      * next invoicing run without the check, 'F' faturado on
      * invoice HO-NOTA, or 'C' cancelado. COPY into the FD for a
      * file ASSIGNed to "HELDORDERS".
      ******************************************************************
       01  HELD-ORDER-RECORD.
           05 HO-SEQ                PIC 9(6).
           05 HO-DELIM-1            PIC X(1).
           05 HO-CLIENTE            PIC 9(6).
           05 HO-DELIM-2            PIC X(1).
           05 HO-PM-ID              PIC X(10).
           05 HO-DELIM-3            PIC X(1).
           05 HO-QTD                PIC 9(4).
           05 HO-DELIM-4            PIC X(1).
           05 HO-VALOR              PIC 9(7)V99.
           05 HO-DELIM-5            PIC X(1).
           05 HO-DATA-RETENCAO      PIC 9(8).
           05 HO-DELIM-6            PIC X(1).
           05 HO-MOTIVO             PIC X(4).
           05 HO-DELIM-7            PIC X(1).
           05 HO-SITUACAO           PIC X(1).
           05 HO-DELIM-8            PIC X(1).
           05 HO-APROVADOR          PIC X(10).
           05 HO-DELIM-9            PIC X(1).
           05 HO-DATA-LIBERACAO     PIC 9(8).
           05 HO-DELIM-10           PIC X(1).
           05 HO-NOTA               PIC 9(6).
