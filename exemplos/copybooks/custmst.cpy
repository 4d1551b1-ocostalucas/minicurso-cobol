      * CUSTOMER-MASTER-RECORD - the utility billing customer master.
      * COPY into the FD for a file ASSIGNed to "CUSTMASTER".
      * CU-TARIFA is the tariff class (R residencial, C comercial,
      * I industrial; L is a livery owner's account opened by
      * LIVERYBILL for the shoeing invoices, no supply). Every
      * BILLHIST record now carries the CU-CONTA it belongs to.
      * CU-SITUACAO is 'D' desligado while
      * the supply is cut off (set and cleared by SVCORDER from the
      * field crew's returns), 'F' encerrada once EXERCICIO7 has
      * billed the tenant's move-out final invoice (no further
      * cycles are billed or read); spaces or 'A' is an active
      * account. CU-DATA-MUDANCA is the move-in date of an account
      * MOVEIN opened for a new occupant (its first bill prorates
      * the fixed charge from there) and the move-out date once the
      * account is closed; CU-CONTA-ANTERIOR the closed account the
      * occupant took the premise and meter over from. Both read
      * back as spaces on older records. CU-DOCUMENTO is the
      * customer's CPF or CNPJ, digits only, that the electronic
      * invoice carries; blank on older records.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05 CU-CONTA              PIC 9(6).
           05 CU-ENDERECO           PIC X(30).
           05 CU-DELIM-3            PIC X(1).
           05 CU-TARIFA             PIC X(1).
           05 CU-DELIM-4            PIC X(1).
           05 CU-SITUACAO           PIC X(1).
           05 CU-DELIM-5            PIC X(1).
           05 CU-DATA-MUDANCA       PIC 9(8).
           05 CU-DELIM-6            PIC X(1).
           05 CU-CONTA-ANTERIOR     PIC 9(6).
           05 CU-DELIM-7            PIC X(1).
           05 CU-DOCUMENTO          PIC X(14).
