      ******************************************************************
      * GL-ACCOUNT-RECORD - the chart of accounts on the GLACCTS
      * file. GA-TIPO is 'A' ativo, 'P' passivo, 'L' patrimonio
      * liquido, 'R' receita, 'D' despesa. The posting runs in
      * GLPOST carry the account numbers; this file gives the trial
      * balance its names, so a missing chart still produces a
      * (numbers-only) report. GA-CENTRO-CUSTO is the DEPTMAST
      * DM-CENTRO-CUSTO a revenue or expense account belongs to,
      * for the FINSTMT cost-center view; blank (and on records
      * keyed before it existed) the account is company-wide.
      * COPY into the FD for a file ASSIGNed to "GLACCTS".
      ******************************************************************
       01  GL-ACCOUNT-RECORD.
           05 GA-NOME               PIC X(20).
           05 GA-DELIM-2            PIC X(1).
           05 GA-TIPO               PIC X(1).
           05 GA-DELIM-3            PIC X(1).
           05 GA-CENTRO-CUSTO       PIC X(6).
