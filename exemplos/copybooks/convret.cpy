      ******************************************************************
      * CLAIM-RETURN-RECORD - the health plan's answer to a CONVLOTE
      * batch on the CONVRET file, one record per item claimed:
      * the card, date and slot we sent, what the insurer paid and,
      * on a denial (glosa) total or partial, its code and reason.
      * RT-GLOSA spaces means paid in full. COPY into the FD for a
      * file ASSIGNed to "CONVRET".
      ******************************************************************
       01  CLAIM-RETURN-RECORD.
           05 RT-PAGADOR            PIC X(6).
           05 RT-DELIM-1            PIC X(1).
           05 RT-CARTEIRA           PIC X(20).
           05 RT-DELIM-2            PIC X(1).
           05 RT-DATA               PIC 9(8).
           05 RT-DELIM-3            PIC X(1).
           05 RT-HORA               PIC 9(4).
           05 RT-DELIM-4            PIC X(1).
           05 RT-PROCEDIMENTO       PIC X(8).
           05 RT-DELIM-5            PIC X(1).
           05 RT-VALOR-PAGO         PIC 9(6)V99.
           05 RT-DELIM-6            PIC X(1).
           05 RT-GLOSA              PIC X(4).
           05 RT-DELIM-7            PIC X(1).
           05 RT-MOTIVO             PIC X(30).
