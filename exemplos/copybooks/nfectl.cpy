      ******************************************************************
      * FISCAL-ISSUER-RECORD - the one-card NFECTL control file with
      * the issuing company's identity as the tax authority knows
      * it: NE-CNPJ-EMITENTE (14 digits, no punctuation) and
      * NE-RAZAO-SOCIAL. NFEXPORT will not build a transmission
      * while the card is missing or the CNPJ is blank. COPY into
      * the FD for a file ASSIGNed to "NFECTL".
      ******************************************************************
       01  FISCAL-ISSUER-RECORD.
           05 NE-CNPJ-EMITENTE      PIC X(14).
           05 NE-DELIM-1            PIC X(1).
           05 NE-RAZAO-SOCIAL       PIC X(30).
