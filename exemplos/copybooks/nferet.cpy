      ******************************************************************
      * FISCAL-RETURN-RECORD - the tax authority's answer to a
      * NFEREMES transmission, one line per invoice, read back by
      * NFEXPORT off the NFERETOR file. NR-RESULTADO is 'A'
      * autorizada, with the 44-digit NR-CHAVE-ACESSO and the
      * NR-PROTOCOLO of the authorization, or 'R' rejeitada, with
      * the authority's NR-CODIGO and NR-MOTIVO. COPY into the FD
      * for a file ASSIGNed to "NFERETOR".
      ******************************************************************
       01  FISCAL-RETURN-RECORD.
           05 NR-NUMERO             PIC 9(6).
           05 NR-DELIM-1            PIC X(1).
           05 NR-RESULTADO          PIC X(1).
           05 NR-DELIM-2            PIC X(1).
           05 NR-CHAVE-ACESSO       PIC X(44).
           05 NR-DELIM-3            PIC X(1).
           05 NR-PROTOCOLO          PIC X(15).
           05 NR-DELIM-4            PIC X(1).
           05 NR-CODIGO             PIC X(3).
           05 NR-DELIM-5            PIC X(1).
           05 NR-MOTIVO             PIC X(40).
