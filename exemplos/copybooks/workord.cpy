      ******************************************************************
      * WORK-ORDERS-RECORD - one farrier work order per record on
      * the WORKORDERS file. SHOECYCLE opens it ('A' aberta) when
      * the animal's cycle runs out and closes it ('F' feita) when
      * the completion is keyed, recording the service done (a
      * SHOEPRICE code), the completion date, the horseshoes and
      * nails used and the owner the animal had that day.
      * LIVERYBILL bills closed orders to that owner and sets
      * WO-FATURADA to 'S'. Orders written before the completion
      * fields existed read back with spaces there and are never
      * billed. COPY into the FD for a file ASSIGNed to
      * "WORKORDERS".
      ******************************************************************
       01  WORK-ORDERS-RECORD.
           05 WO-ESTABULO           PIC X(10).
           05 WO-DELIM-1            PIC X(1).
           05 WO-ANIMAL             PIC X(10).
           05 WO-DELIM-2            PIC X(1).
           05 WO-DATA-GERACAO       PIC 9(8).
           05 WO-DELIM-3            PIC X(1).
           05 WO-STATUS             PIC X(1).
           05 WO-DELIM-4            PIC X(1).
           05 WO-SERVICO            PIC X(8).
           05 WO-DELIM-5            PIC X(1).
           05 WO-DATA-CONCLUSAO     PIC 9(8).
           05 WO-DELIM-6            PIC X(1).
           05 WO-QTD-FERRADURAS     PIC 9(2).
           05 WO-DELIM-7            PIC X(1).
           05 WO-QTD-CRAVOS         PIC 9(3).
           05 WO-DELIM-8            PIC X(1).
           05 WO-PROPRIETARIO       PIC X(10).
           05 WO-DELIM-9            PIC X(1).
           05 WO-FATURADA           PIC X(1).
