      ******************************************************************
      * ROUTE-ASSIGNMENT-RECORD - which dispatched vehicle and
      * driver runs a delivery zone on a given date, kept by
      * ROTEIRO on the ROTADESP file. RA-PLACA must be on that
      * date's DISPATCH plan; RA-MOTORISTA is copied from it. One
      * record per date and zone; a plate may run several zones.
      * COPY into the FD for a file ASSIGNed to "ROTADESP".
      ******************************************************************
       01  ROUTE-ASSIGNMENT-RECORD.
           05 RA-DATA               PIC 9(8).
           05 RA-DELIM-1            PIC X(1).
           05 RA-ZONA               PIC X(4).
           05 RA-DELIM-2            PIC X(1).
           05 RA-PLACA              PIC X(10).
           05 RA-DELIM-3            PIC X(1).
           05 RA-MOTORISTA          PIC X(10).
