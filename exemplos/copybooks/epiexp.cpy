      ******************************************************************
      * EPIDEMIOLOGY-EXPORT-RECORD - the fixed-layout monthly file
      * the clinic sends the municipal health department, written
      * by EXERCICIO18 off BMIHIST and VITRANGES from each patient's
      * latest reading in the month. One record per figure, keyed by
      * EX-INDICADOR and EX-CATEGORIA: PAC patients measured per age
      * band (EX-SEXO M, F or I ignorado), IMC patients per BMI
      * class, MED patients measured per reading type (IMC, SIS,
      * DIA, GLI), FOR those whose reading was outside the
      * VITRANGES alert range, TOT all patients measured. EX-QTD is
      * the month's count and EX-QTD-ANO-ANT the same figure for
      * the same month a year earlier. COPY into the FD for a file
      * ASSIGNed to "EPIEXPORT".
      ******************************************************************
       01  EPIDEMIOLOGY-EXPORT-RECORD.
           05 EX-COMPETENCIA        PIC 9(6).
           05 EX-DELIM-1            PIC X(1).
           05 EX-INDICADOR          PIC X(3).
           05 EX-DELIM-2            PIC X(1).
           05 EX-CATEGORIA          PIC X(13).
           05 EX-DELIM-3            PIC X(1).
           05 EX-SEXO               PIC X(1).
           05 EX-DELIM-4            PIC X(1).
           05 EX-QTD                PIC 9(5).
           05 EX-DELIM-5            PIC X(1).
           05 EX-QTD-ANO-ANT        PIC 9(5).
