      ******************************************************************
      * OCCUPATIONAL-EXAM-RECORD - one occupational health exam (ASO)
      * on the OCCEXAM file ASOCTL keeps: an exam an employee is
      * required to take by OE-DATA-LIMITE, and once taken, the
      * exam on file the next periodic one counts from. OE-TIPO:
      *   'A' admissional   'P' periodico
      *   'R' retorno ao trabalho   'D' demissional
      * EMPUPDT requires the 'A' exam of a hire and the 'D' exam
      * of a termination; ASOCTL raises the 'P' exams when due and
      * takes the 'R' exams as keyed. OE-STATUS:
      *   'P' pending, to be booked at the clinic
      *   'M' booked on APPTS for OE-DATA-AGENDA at OE-HORA
      *   'R' taken on OE-DATA-REALIZADO
      * COPY into the FD for a file ASSIGNed to "OCCEXAM".
      ******************************************************************
       01  OCCUPATIONAL-EXAM-RECORD.
           05 OE-EMP-ID             PIC X(10).
           05 OE-DELIM-1            PIC X(1).
           05 OE-TIPO               PIC X(1).
           05 OE-DELIM-2            PIC X(1).
           05 OE-DATA-LIMITE        PIC 9(8).
           05 OE-DELIM-3            PIC X(1).
           05 OE-STATUS             PIC X(1).
           05 OE-DELIM-4            PIC X(1).
           05 OE-DATA-AGENDA        PIC 9(8).
           05 OE-DELIM-5            PIC X(1).
           05 OE-HORA               PIC 9(4).
           05 OE-DELIM-6            PIC X(1).
           05 OE-DATA-REALIZADO     PIC 9(8).
