      ******************************************************************
      * CLINIC-CHARGE-RECORD - one charge per attended appointment
      * on the CLINCHG file, written by the CLINBILL nightly run and
      * keyed by patient, date and slot. CC-STATUS: 'P' particular,
      * paid at the desk (CASHJRNL takes it on CC-DATA-BAIXA);
      * for a health plan 'A' a faturar, 'E' enviada no lote of
      * CC-COMPETENCIA, 'G' paga pelo convenio (CC-VALOR-PAGO, short
      * of CC-VALOR on a partial denial) or 'N' glosada - CC-GLOSA
      * holds the insurer's denial code and the item goes back on
      * the next batch. COPY into the FD for a file ASSIGNed to
      * "CLINCHG".
      ******************************************************************
       01  CLINIC-CHARGE-RECORD.
           05 CC-PACIENTE           PIC X(10).
           05 CC-DELIM-1            PIC X(1).
           05 CC-DATA               PIC 9(8).
           05 CC-DELIM-2            PIC X(1).
           05 CC-HORA               PIC 9(4).
           05 CC-DELIM-3            PIC X(1).
           05 CC-PROCEDIMENTO       PIC X(8).
           05 CC-DELIM-4            PIC X(1).
           05 CC-PAGADOR            PIC X(6).
           05 CC-DELIM-5            PIC X(1).
           05 CC-CARTEIRA           PIC X(20).
           05 CC-DELIM-6            PIC X(1).
           05 CC-VALOR              PIC 9(6)V99.
           05 CC-DELIM-7            PIC X(1).
           05 CC-STATUS             PIC X(1).
           05 CC-DELIM-8            PIC X(1).
           05 CC-COMPETENCIA        PIC 9(6).
           05 CC-DELIM-9            PIC X(1).
           05 CC-VALOR-PAGO         PIC 9(6)V99.
           05 CC-DELIM-10           PIC X(1).
           05 CC-GLOSA              PIC X(4).
           05 CC-DELIM-11           PIC X(1).
           05 CC-DATA-BAIXA         PIC 9(8).
