      ******************************************************************
      * EMPLOYER-CHARGE-RECORD - what the company owes on top of one
      * employee's closed pay for the competencia, per record on the
      * CHARGEREG register ENCARGOS writes off PAYREG: the FGTS
      * deposit, the employer INSS and the accident-risk (RAT)
      * contribution on the gross, and the month's share of the
      * vacation (ferias + 1/3) and 13th-salary liabilities. The
      * department comes off EMPMASTER and the cost center off
      * DEPTMAST. GLPOST mode 1 posts the file as the ENCARGOS
      * batch after the FOLHA batch. COPY into the FD for a file
      * ASSIGNed to "CHARGEREG".
      ******************************************************************
       01  EMPLOYER-CHARGE-RECORD.
           05 EC-EMP-ID             PIC X(10).
           05 EC-DELIM-1            PIC X(1).
           05 EC-COMPETENCIA        PIC 9(6).
           05 EC-DELIM-2            PIC X(1).
           05 EC-DEPARTAMENTO       PIC X(10).
           05 EC-DELIM-3            PIC X(1).
           05 EC-CENTRO-CUSTO       PIC X(6).
           05 EC-DELIM-4            PIC X(1).
           05 EC-BASE               PIC 9(7)V99.
           05 EC-DELIM-5            PIC X(1).
           05 EC-FGTS               PIC 9(6)V99.
           05 EC-DELIM-6            PIC X(1).
           05 EC-INSS-PATRONAL      PIC 9(6)V99.
           05 EC-DELIM-7            PIC X(1).
           05 EC-RAT                PIC 9(6)V99.
           05 EC-DELIM-8            PIC X(1).
           05 EC-PROV-FERIAS        PIC 9(6)V99.
           05 EC-DELIM-9            PIC X(1).
           05 EC-PROV-13            PIC 9(6)V99.
