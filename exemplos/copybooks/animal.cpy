      ******************************************************************
      * ANIMALS-RECORD - one boarded animal per record on the
      * ANIMALS file, kept by SHOECYCLE: stable, animal, the
      * last-shoed date and the shoeing cycle in days.
      * AN-PROPRIETARIO is the OWNERMST owner the shoeing work and
      * consumables are billed to by LIVERYBILL; records written
      * before owners were kept read back as spaces and are not
      * billed until an owner is keyed. COPY into the FD for a file
      * ASSIGNed to "ANIMALS".
      ******************************************************************
       01  ANIMALS-RECORD.
           05 AN-ESTABULO           PIC X(10).
           05 AN-DELIM-1            PIC X(1).
           05 AN-ANIMAL             PIC X(10).
           05 AN-DELIM-2            PIC X(1).
           05 AN-ULT-FERRAGEM       PIC 9(8).
           05 AN-DELIM-3            PIC X(1).
           05 AN-CICLO-DIAS         PIC 9(3).
           05 AN-DELIM-4            PIC X(1).
           05 AN-PROPRIETARIO       PIC X(10).
