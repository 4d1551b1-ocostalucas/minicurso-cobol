      ******************************************************************
      * ENROLLMENT-REQUEST-RECORD - one enrollment request for the
      * school year ER-ANO on the ENROLLREQ file MATRICULA keeps,
      * numbered by ER-PEDIDO. ER-TIPO 'R' re-enrollment of a
      * STUDENTGR student, 'N' a new student (ER-STU-ID blank until
      * the load issues one). ER-SERIE is the serie requested; for
      * a re-enrollment the allocation takes it from the ACADHIST
      * result of the year before when there is one. ER-RESP-ID is
      * the GUARDMST guardian, how brothers and sisters are known.
      * ER-STATUS:
      *   'P' pending, not yet through an allocation run
      *   'A' allocated to turma ER-TURMA
      *   'E' on the waiting list at position ER-POSICAO
      *   'D' withdrawn
      *   'C' allocated and loaded into STUDENTGR
      * COPY into the FD for a file ASSIGNed to "ENROLLREQ".
      ******************************************************************
       01  ENROLLMENT-REQUEST-RECORD.
           05 ER-PEDIDO             PIC 9(6).
           05 ER-DELIM-1            PIC X(1).
           05 ER-ANO                PIC 9(4).
           05 ER-DELIM-2            PIC X(1).
           05 ER-TIPO               PIC X(1).
           05 ER-DELIM-3            PIC X(1).
           05 ER-STU-ID             PIC X(10).
           05 ER-DELIM-4            PIC X(1).
           05 ER-NOME               PIC X(20).
           05 ER-DELIM-5            PIC X(1).
           05 ER-SERIE              PIC 9(2).
           05 ER-DELIM-6            PIC X(1).
           05 ER-DATA-PEDIDO        PIC 9(8).
           05 ER-DELIM-7            PIC X(1).
           05 ER-RESP-ID            PIC X(10).
           05 ER-DELIM-8            PIC X(1).
           05 ER-STATUS             PIC X(1).
           05 ER-DELIM-9            PIC X(1).
           05 ER-TURMA              PIC X(4).
           05 ER-DELIM-10           PIC X(1).
           05 ER-POSICAO            PIC 9(3).
