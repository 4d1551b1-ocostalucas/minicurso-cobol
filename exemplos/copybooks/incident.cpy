      ******************************************************************
      * INCIDENT-RECORD - one accident, road breakdown or cargo
      * damage on the INCIDENTS file, kept by INCIDREG and keyed by
      * plate, driver and date: IC-TIPO 'A' acidente, 'P' pane na
      * estrada or 'C' avaria de carga, IC-CULPA 'S' when the driver
      * was at fault, the third parties involved, the estimated and
      * the actual repair cost (zero until the bill comes in) and
      * the insurance claim number with its status - 'N' not
      * filed, 'A' aberto, 'P' pago, 'R' recusado. DRVSCORE counts
      * the driver's incidents; VEHTCO charges the repair cost to
      * the plate. COPY into the FD for a file ASSIGNed to
      * "INCIDENTS".
      ******************************************************************
       01  INCIDENT-RECORD.
           05 IC-PLACA              PIC X(10).
           05 IC-DELIM-1            PIC X(1).
           05 IC-MOTORISTA          PIC X(10).
           05 IC-DELIM-2            PIC X(1).
           05 IC-DATA               PIC 9(8).
           05 IC-DELIM-3            PIC X(1).
           05 IC-TIPO               PIC X(1).
           05 IC-DELIM-4            PIC X(1).
           05 IC-CULPA              PIC X(1).
           05 IC-DELIM-5            PIC X(1).
           05 IC-TERCEIROS          PIC X(30).
           05 IC-DELIM-6            PIC X(1).
           05 IC-CUSTO-ESTIMADO     PIC 9(7)V99.
           05 IC-DELIM-7            PIC X(1).
           05 IC-CUSTO-REAL         PIC 9(7)V99.
           05 IC-DELIM-8            PIC X(1).
           05 IC-SINISTRO           PIC X(15).
           05 IC-DELIM-9            PIC X(1).
           05 IC-SINISTRO-SITUACAO  PIC X(1).
