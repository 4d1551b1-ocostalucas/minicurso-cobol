      * "PADARIA " stop counting as three departments in the
      * subtotals. Paired with deptwk.cpy and deptproc.cpy for the
      * shared code validation; a missing DEPTMAST accepts any code,
      * the usual missing-control-file default. DM-BANCO-HORAS 'S'
      * puts the department on the hour bank: the punch run credits
      * its overtime minutes to HOURBANK instead of paying them and
      * debits short days from it; anything else (old records read
      * back with a space) pays overtime as always. DM-RISCO-OCUP is
      * the department's occupational risk grade for the ASO
      * periodic exams: 'A' exposed to a risk agent, exam every 12
      * months; anything else every 24. COPY into the FD for a file
      * ASSIGNed to "DEPTMAST".
      ******************************************************************
       01  DEPARTMENT-MASTER-RECORD.
           05 DM-CODIGO             PIC X(4).
           05 DM-NOME               PIC X(10).
           05 DM-DELIM-2            PIC X(1).
           05 DM-CENTRO-CUSTO       PIC X(6).
           05 DM-DELIM-3            PIC X(1).
           05 DM-BANCO-HORAS        PIC X(1).
           05 DM-DELIM-4            PIC X(1).
           05 DM-RISCO-OCUP         PIC X(1).
