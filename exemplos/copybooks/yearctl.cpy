      ******************************************************************
      * YEAR-CONTROL-RECORD - one record per fiscal year (AAAA) on the
      * YEARCTL file, written by the GLCLOSE year-end close.
      * YC-STATUS is 'F' fechado (closing and opening batches on
      * GLJOURNAL, every posting dated in the year refused) or 'R'
      * reaberto (both batches reversed by a supervisor). YC-OPER-
      * FECHA is who ran the close and YC-OPER-REABRE the supervisor
      * who reopened it, never the same operator. A year with no
      * record is open - the usual missing-control-file default.
      * COPY into the FD for a file ASSIGNed to "YEARCTL".
      ******************************************************************
       01  YEAR-CONTROL-RECORD.
           05 YC-ANO                PIC 9(4).
           05 YC-DELIM-1            PIC X(1).
           05 YC-STATUS             PIC X(1).
           05 YC-DELIM-2            PIC X(1).
           05 YC-DATA-FECHA         PIC 9(8).
           05 YC-DELIM-3            PIC X(1).
           05 YC-OPER-FECHA         PIC X(10).
           05 YC-DELIM-4            PIC X(1).
           05 YC-RESULTADO          PIC S9(10)V99 SIGN IS LEADING
                                    SEPARATE.
           05 YC-DELIM-5            PIC X(1).
           05 YC-DATA-REABRE        PIC 9(8).
           05 YC-DELIM-6            PIC X(1).
           05 YC-OPER-REABRE        PIC X(10).
