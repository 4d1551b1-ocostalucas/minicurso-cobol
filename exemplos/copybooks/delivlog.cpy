      ******************************************************************
      * DELIVERY-LOG-RECORD - one line per standing-order product
      * movement at a cafe on the DELIVLOG file. STANDORD appends a
      * DL-TIPO 'E' entrega line for every picking-list line the
      * day it prints the PICKLIST, and a 'D' devolucao line for
      * every return the van brings back and the office keys that
      * same day; ROTEIRO logs the 'E' lines too when its route
      * manifest is the day's first list, and an 'R' recusa line
      * for whatever the cafe did not sign for. CAFEBILL nets the
      * month's 'E' against the 'D' and 'R' lines per cafe and
      * product to bill the deliveries. DL-DATA is the
      * business date of the delivery. COPY into the FD for a file
      * ASSIGNed to "DELIVLOG".
      ******************************************************************
       01  DELIVERY-LOG-RECORD.
           05 DL-DATA               PIC 9(8).
           05 DL-DELIM-1            PIC X(1).
           05 DL-TIPO               PIC X(1).
           05 DL-DELIM-2            PIC X(1).
           05 DL-CLIENTE            PIC X(10).
           05 DL-DELIM-3            PIC X(1).
           05 DL-PRODUTO            PIC X(10).
           05 DL-DELIM-4            PIC X(1).
           05 DL-QTD                PIC 9(4).
           05 DL-DELIM-5            PIC X(1).
           05 DL-OPERADOR           PIC X(10).
