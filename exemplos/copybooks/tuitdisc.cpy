      ******************************************************************
      * TUITION-DISCOUNT-RECORD - one tuition discount granted to a
      * student on the TUITDISC file, numbered by TD-NUMERO and kept
      * through DESCMAINT. TD-FORMA 'P' takes TD-PERCENTUAL off the
      * TUITRATES amount, 'V' takes the fixed TD-VALOR. TD-MOTIVO is
      * the reason code of tuitdmot.cpy. The discount applies to the
      * cycles (AAAAMM) from TD-INICIO to TD-FIM (zero: until ended)
      * once approved by an operator other than the one who keyed
      * it (TD-CADASTRO-OPER). TD-STATUS:
      *   'P' keyed, waiting for approval
      *   'A' approved by TD-APROVADOR
      *   'X' refused by TD-APROVADOR
      * Discounts do not add up: where a student holds more than
      * one for a cycle, TUITION applies the largest.
      * COPY into the FD for a file ASSIGNed to "TUITDISC".
      ******************************************************************
       01  TUITION-DISCOUNT-RECORD.
           05 TD-NUMERO             PIC 9(6).
           05 TD-DELIM-1            PIC X(1).
           05 TD-STU-ID             PIC X(10).
           05 TD-DELIM-2            PIC X(1).
           05 TD-FORMA              PIC X(1).
           05 TD-DELIM-3            PIC X(1).
           05 TD-PERCENTUAL         PIC 9(3)V99.
           05 TD-DELIM-4            PIC X(1).
           05 TD-VALOR              PIC 9(6)V99.
           05 TD-DELIM-5            PIC X(1).
           05 TD-MOTIVO             PIC X(2).
           05 TD-DELIM-6            PIC X(1).
           05 TD-INICIO             PIC 9(6).
           05 TD-DELIM-7            PIC X(1).
           05 TD-FIM                PIC 9(6).
           05 TD-DELIM-8            PIC X(1).
           05 TD-CADASTRO-OPER      PIC X(10).
           05 TD-DELIM-9            PIC X(1).
           05 TD-APROVADOR          PIC X(10).
           05 TD-DELIM-10           PIC X(1).
           05 TD-STATUS             PIC X(1).
