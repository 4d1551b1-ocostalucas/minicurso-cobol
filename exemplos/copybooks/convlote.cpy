      ******************************************************************
      * CLAIM-BATCH records - the monthly claim CLINBILL sends one
      * health plan on the CONVLOTE file, in three shapes told apart
      * by the first byte: 'H' header (insurer, competence, date
      * generated), 'D' one per appointment claimed (card, patient,
      * date, slot, procedure, value; LD-REAPRESENTACAO 'S' when the
      * item was denied before and is being resubmitted) and 'T'
      * trailer (item count and total). COPY into the FD for a file
      * ASSIGNed to "CONVLOTE".
      ******************************************************************
       01  CLAIM-HEADER-REC.
           05 LH-TIPO               PIC X(1).
           05 LH-DELIM-1            PIC X(1).
           05 LH-PAGADOR            PIC X(6).
           05 LH-DELIM-2            PIC X(1).
           05 LH-COMPETENCIA        PIC 9(6).
           05 LH-DELIM-3            PIC X(1).
           05 LH-DATA-GERACAO       PIC 9(8).
       01  CLAIM-DETAIL-REC.
           05 LD-TIPO               PIC X(1).
           05 LD-DELIM-1            PIC X(1).
           05 LD-CARTEIRA           PIC X(20).
           05 LD-DELIM-2            PIC X(1).
           05 LD-PACIENTE           PIC X(10).
           05 LD-DELIM-3            PIC X(1).
           05 LD-DATA               PIC 9(8).
           05 LD-DELIM-4            PIC X(1).
           05 LD-HORA               PIC 9(4).
           05 LD-DELIM-5            PIC X(1).
           05 LD-PROCEDIMENTO       PIC X(8).
           05 LD-DELIM-6            PIC X(1).
           05 LD-VALOR              PIC 9(6)V99.
           05 LD-DELIM-7            PIC X(1).
           05 LD-REAPRESENTACAO     PIC X(1).
       01  CLAIM-TRAILER-REC.
           05 LT-TIPO               PIC X(1).
           05 LT-DELIM-1            PIC X(1).
           05 LT-QTD-ITENS          PIC 9(5).
           05 LT-DELIM-2            PIC X(1).
           05 LT-VALOR-TOTAL        PIC 9(8)V99.
