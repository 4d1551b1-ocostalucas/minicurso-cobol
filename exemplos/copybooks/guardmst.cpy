      ******************************************************************
      * GUARDIAN-RECORD - one responsible adult linked to one student
      * on the GUARDMST guardian master GUARDMAINT keeps. A student
      * may have several guardians; a guardian with children in the
      * school has one line per child under the same GD-RESP-ID, so
      * siblings are recognized by a shared payer. GD-PARENTESCO:
      *   'P' pai   'M' mae   'A' avo/avo   'T' tutor legal
      *   'O' outro
      * GD-FINANCEIRO 'S' marks the student's financial payer, whom
      * TUITION bills; GD-CORRESP 'S' the guardian who receives the
      * school correspondence (absence letters, report cards). Each
      * student has at most one of each.
      * COPY into the FD for a file ASSIGNed to "GUARDMST".
      ******************************************************************
       01  GUARDIAN-RECORD.
           05 GD-STU-ID             PIC X(10).
           05 GD-DELIM-1            PIC X(1).
           05 GD-RESP-ID            PIC X(10).
           05 GD-DELIM-2            PIC X(1).
           05 GD-NOME               PIC X(20).
           05 GD-DELIM-3            PIC X(1).
           05 GD-PARENTESCO         PIC X(1).
           05 GD-DELIM-4            PIC X(1).
           05 GD-ENDERECO           PIC X(30).
           05 GD-DELIM-5            PIC X(1).
           05 GD-TELEFONE           PIC X(11).
           05 GD-DELIM-6            PIC X(1).
           05 GD-FINANCEIRO         PIC X(1).
           05 GD-DELIM-7            PIC X(1).
           05 GD-CORRESP            PIC X(1).
