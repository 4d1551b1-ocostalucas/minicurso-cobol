      ******************************************************************
      * CUTTING-LIST-RECORD - one cut line on the CUTLIST file: the
      * square side, how many pieces and the sheet material, for
      * EXERCICIO1 to cut and cost. CL-JOB is the JOBS header the
      * line belongs to; lines keyed before job costing read back
      * with spaces and cost against job zero (avulso). QUOTEOUT
      * appends the line for an accepted quote itself. COPY into
      * the FD for a file ASSIGNed to "CUTLIST".
      ******************************************************************
       01  CUTTING-LIST-RECORD.
           05 CL-LADO              PIC 9(3).
           05 CL-DELIM-1           PIC X(1).
           05 CL-QTD               PIC 9(3).
           05 CL-DELIM-2           PIC X(1).
           05 CL-MATERIAL          PIC X(6).
           05 CL-DELIM-3           PIC X(1).
           05 CL-JOB               PIC 9(4).
