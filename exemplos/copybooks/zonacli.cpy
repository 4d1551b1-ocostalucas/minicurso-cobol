      ******************************************************************
      * CLIENT-ZONE-RECORD - the delivery zone of a standing-order
      * cafe and its stop number inside the zone's route, kept by
      * ROTEIRO on the ZONACLI file. The morning manifest groups
      * the day's deliveries by ZN-ZONA and prints the stops in
      * ZN-PARADA order. COPY into the FD for a file ASSIGNed to
      * "ZONACLI".
      ******************************************************************
       01  CLIENT-ZONE-RECORD.
           05 ZN-CLIENTE            PIC X(10).
           05 ZN-DELIM-1            PIC X(1).
           05 ZN-ZONA               PIC X(4).
           05 ZN-DELIM-2            PIC X(1).
           05 ZN-PARADA             PIC 9(3).
