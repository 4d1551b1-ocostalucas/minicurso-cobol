      * COPY this into the FD for a file ASSIGNed to "CHANGELOG" and
      * pair it with chgproc.cpy. CG-OPERACAO is I (include),
      * A (alter) or E (exclude); CG-ANTES / CG-DEPOIS carry the full
      * record images, spaces when not applicable. CG-SEQUENCIA and
      * CG-ELO chain every record to the one before it (see LOGSEAL);
      * they are filled at write time, never by the caller.
      ******************************************************************
       01  CHANGE-LOG-RECORD.
           05 CG-DATA               PIC 9(8).
           05 CG-ANTES              PIC X(80).
           05 CG-DELIM-8            PIC X(1).
           05 CG-DEPOIS             PIC X(80).
           05 CG-DELIM-9            PIC X(1).
           05 CG-SEQUENCIA          PIC 9(9).
           05 CG-DELIM-10           PIC X(1).
           05 CG-ELO                PIC 9(9).
