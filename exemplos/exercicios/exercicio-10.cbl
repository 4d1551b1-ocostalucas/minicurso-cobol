           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  VEHICLE-LOAD-FILE.
       01  VEHICLE-LOAD-RECORD.
