      ******************************************************************
      * RETENTION-POLICY-RECORD - one line per personal-data file on
      * the RETPOLICY control file RETPURGE reads: how many years
      * past its reference event a person's record is kept before
      * the names, addresses and documents on it are anonymized.
      * RT-ARQUIVO is PATMASTER (years since the last BMIHIST
      * measurement), CUSTMASTER (years since a closed account's
      * move-out), EMPMASTER (years since an EMPMOVES termination
      * with no rehire - the name on the PAYROLL archive months) or
      * STUDENTGR (years since a withdrawn ENROLLREQ request). 000
      * keeps the file's data for good. A file missing from the
      * control file, or no RETPOLICY at all, keeps RETPURGE's
      * built-in period. COPY into the FD for a file ASSIGNed to
      * "RETPOLICY".
      ******************************************************************
       01  RETENTION-POLICY-RECORD.
           05 RT-ARQUIVO            PIC X(10).
           05 RT-DELIM-1            PIC X(1).
           05 RT-ANOS               PIC 9(3).
