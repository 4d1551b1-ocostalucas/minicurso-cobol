      ******************************************************************
      * APPOINTMENTS-RECORD - one clinic appointment on the APPTS
      * file APPTBOOK keeps, keyed by patient, date and slot.
      * AG-STATUS:
      *   'M' booked   'C' cancelled
      *   'R' attended 'F' no-show
      * AG-PROCEDIMENTO is the procedure booked, which CLINBILL
      * prices the visit on (blank is taken as CONSULTA). ASOCTL
      * books the occupational exams with procedure "ASO" and the
      * reason "ASO ..."; those are the employer's and CLINBILL does
      * not charge them. COPY into the FD for a file ASSIGNed to
      * "APPTS".
      ******************************************************************
       01  APPOINTMENTS-RECORD.
           05 AG-PACIENTE           PIC X(10).
           05 AG-DELIM-1            PIC X(1).
           05 AG-DATA               PIC 9(8).
           05 AG-DELIM-2            PIC X(1).
           05 AG-HORA               PIC 9(4).
           05 AG-DELIM-3            PIC X(1).
           05 AG-MOTIVO             PIC X(20).
           05 AG-DELIM-4            PIC X(1).
           05 AG-STATUS             PIC X(1).
           05 AG-DELIM-5            PIC X(1).
           05 AG-PROCEDIMENTO       PIC X(8).
