      ******************************************************************
      * FISCAL-AUTH-RECORD - one line per sale invoice sent to the
      * tax authority, on the NFESTAT register NFEXPORT keeps by
      * NS-NUMERO (the IH-NUMERO off INVOICES). NS-SITUACAO is 'E'
      * enviada (on a NFEREMES transmission, no answer yet), 'A'
      * autorizada (NS-CHAVE-ACESSO and NS-PROTOCOLO as the
      * authority returned them), 'R' rejeitada (NS-CODIGO-
      * REJEICAO and NS-MOTIVO-REJEICAO say why; the invoice goes
      * out again on the next transmission once corrected) or 'P'
      * pendente (held back, the customer having no CPF/CNPJ on
      * CUSTFILE; tried again on every transmission). An 'A' line
      * for an invoice issued before the previous month is dropped
      * when NFEXPORT rewrites the register.
      * EXERCICIO8 prints on INVPRINT only invoices that are 'A'
      * here. COPY into the FD for a file ASSIGNed to "NFESTAT".
      ******************************************************************
       01  FISCAL-AUTH-RECORD.
           05 NS-NUMERO             PIC 9(6).
           05 NS-DELIM-1            PIC X(1).
           05 NS-CLIENTE            PIC 9(6).
           05 NS-DELIM-2            PIC X(1).
           05 NS-DATA-EMISSAO       PIC 9(8).
           05 NS-DELIM-3            PIC X(1).
           05 NS-SITUACAO           PIC X(1).
           05 NS-DELIM-4            PIC X(1).
           05 NS-DATA-ENVIO         PIC 9(8).
           05 NS-DELIM-5            PIC X(1).
           05 NS-DATA-RETORNO       PIC 9(8).
           05 NS-DELIM-6            PIC X(1).
           05 NS-CHAVE-ACESSO       PIC X(44).
           05 NS-DELIM-7            PIC X(1).
           05 NS-PROTOCOLO          PIC X(15).
           05 NS-DELIM-8            PIC X(1).
           05 NS-CODIGO-REJEICAO    PIC X(3).
           05 NS-DELIM-9            PIC X(1).
           05 NS-MOTIVO-REJEICAO    PIC X(40).
