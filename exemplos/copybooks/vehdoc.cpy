      ******************************************************************
      * VEHICLE-DOCUMENT-RECORD - the current renewal of one
      * document of one plate on the VEHDOCS file, kept by VEHDOCS:
      * VD-TIPO 'L' licenciamento, 'I' IPVA or 'S' seguro, the
      * document or policy number, its expiry date, the amount due
      * at renewal and the insurer or authority that issues it. A
      * renewal replaces the plate's line of that type. TRIPDISP
      * refuses to dispatch a plate whose licenciamento or seguro
      * expired before the trip date. COPY into the FD for a file
      * ASSIGNed to "VEHDOCS".
      ******************************************************************
       01  VEHICLE-DOCUMENT-RECORD.
           05 VD-PLACA              PIC X(10).
           05 VD-DELIM-1            PIC X(1).
           05 VD-TIPO               PIC X(1).
           05 VD-DELIM-2            PIC X(1).
           05 VD-NUMERO             PIC X(15).
           05 VD-DELIM-3            PIC X(1).
           05 VD-VALIDADE           PIC 9(8).
           05 VD-DELIM-4            PIC X(1).
           05 VD-VALOR              PIC 9(7)V99.
           05 VD-DELIM-5            PIC X(1).
           05 VD-EMISSOR            PIC X(20).
