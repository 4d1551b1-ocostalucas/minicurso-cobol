      * this into the FD for a file ASSIGNed to "AUDITLOG" and pair it
      * with auditproc.cpy in the PROCEDURE DIVISION so every program
      * writes one record per run: when, which program, which operator,
      * and a short summary of what that run did. AT-SEQUENCIA and
      * AT-ELO chain every record to the one before it (see LOGSEAL);
      * they are filled at write time, never by the caller.
      ******************************************************************
       01  AUDIT-TRAIL-RECORD.
           05 AT-DATA               PIC 9(8).
           05 AT-OPERADOR           PIC X(10).
           05 AT-DELIM-4            PIC X(1).
           05 AT-RESUMO             PIC X(30).
           05 AT-DELIM-5            PIC X(1).
           05 AT-SEQUENCIA          PIC 9(9).
           05 AT-DELIM-6            PIC X(1).
           05 AT-ELO                PIC 9(9).
