      ******************************************************************
      * ACADEMIC-HISTORY-RECORD - one student's final result for one
      * school year on the permanent ACADHIST file. PROMOTE appends
      * one line per student at every promotion run, taken before
      * STU-SERIE is advanced and before next year's grades replace
      * STU-N1/N2/N3 on STUDENTGR; HISTESC prints the historico
      * escolar and transfer certificate from it. AH-FREQUENCIA is
      * the attendance percentage (100 less TR-PCT-FALTAS).
      * AH-SITUACAO is the PROMOREG decision, AH-MOTIVO its reason.
      * AH-RECUPERACAO:
      *   'N' not sent to the recovery exam
      *   'A' approved on the recovery final (AH-NOTA-FINAL)
      *   'R' failed the recovery final
      *   'S' sent to recovery but no RECOVGRADES score on file
      * The file is never rewritten; a rerun for the same
      * AH-ANO-LETIVO skips the students already on it.
      * COPY into the FD for a file ASSIGNed to "ACADHIST".
      ******************************************************************
       01  ACADEMIC-HISTORY-RECORD.
           05 AH-STU-ID             PIC X(10).
           05 AH-DELIM-1            PIC X(1).
           05 AH-ANO-LETIVO         PIC 9(4).
           05 AH-DELIM-2            PIC X(1).
           05 AH-NOME               PIC X(20).
           05 AH-DELIM-3            PIC X(1).
           05 AH-SERIE              PIC 9(2).
           05 AH-DELIM-4            PIC X(1).
           05 AH-TURMA              PIC X(4).
           05 AH-DELIM-5            PIC X(1).
           05 AH-N1                 PIC 9(2).
           05 AH-DELIM-6            PIC X(1).
           05 AH-N2                 PIC 9(2).
           05 AH-DELIM-7            PIC X(1).
           05 AH-N3                 PIC 9(2).
           05 AH-DELIM-8            PIC X(1).
           05 AH-MEDIA-POND         PIC 9(2)V99.
           05 AH-DELIM-9            PIC X(1).
           05 AH-FREQUENCIA         PIC 9(3)V99.
           05 AH-DELIM-10           PIC X(1).
           05 AH-SITUACAO           PIC X(9).
           05 AH-DELIM-11           PIC X(1).
           05 AH-MOTIVO             PIC X(16).
           05 AH-DELIM-12           PIC X(1).
           05 AH-RECUPERACAO        PIC X(1).
           05 AH-DELIM-13           PIC X(1).
           05 AH-NOTA-FINAL         PIC 9(2)V99.
           05 AH-DELIM-14           PIC X(1).
           05 AH-DATA-REGISTRO      PIC 9(8).
