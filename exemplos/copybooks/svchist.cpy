      ******************************************************************
      * SERVICE-HISTORY-RECORD - one completed vehicle service per
      * record on the SVCHISTORY file, keyed by SVCENTRY: plate,
      * service type, date and the odometer reading at service
      * time, followed by what the service cost - parts and labor
      * - and the workshop that did it. The maintenance-due report
      * takes the last service point per plate and type; VEHTCO
      * adds the parts and labor into the plate's maintenance
      * cost. Lines keyed before the cost was captured end at
      * SH-KM and read as no cost. COPY into the FD for a file
      * ASSIGNed to "SVCHISTORY".
      ******************************************************************
       01  SERVICE-HISTORY-RECORD.
           05 SH-PLACA              PIC X(10).
           05 SH-DELIM-1            PIC X(1).
           05 SH-TIPO               PIC X(8).
           05 SH-DELIM-2            PIC X(1).
           05 SH-DATA               PIC 9(8).
           05 SH-DELIM-3            PIC X(1).
           05 SH-KM                 PIC 9(6).
           05 SH-DELIM-4            PIC X(1).
           05 SH-CUSTO-PECAS        PIC 9(6)V99.
           05 SH-DELIM-5            PIC X(1).
           05 SH-CUSTO-MAO-OBRA     PIC 9(6)V99.
           05 SH-DELIM-6            PIC X(1).
           05 SH-OFICINA            PIC X(20).
