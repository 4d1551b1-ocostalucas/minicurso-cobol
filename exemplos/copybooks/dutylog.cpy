      ******************************************************************
      * DUTY-LOG-RECORD - one side of a two-operator workflow on the
      * DUTYLOG file: who keyed a transaction (DL-LADO 'E' entrada)
      * and who approved or decided it (DL-LADO 'A' aprovacao),
      * under the conflicting-duty pair DL-PAR and the workflow's
      * own key in DL-CHAVE, so SODREPORT can find the same operator
      * on both sides of one transaction. Pairs: NOTA grade keying
      * and approval (GRADEENTRY), AFAS leave request and decision
      * (LEAVEMGR), SUSP receipt parked by PAYPOST and released by
      * SUSPMAINT, RECU appeal filing and decision (CITAPPEAL),
      * PLAN payment plan negotiated and cancelled (PAYPLAN). COPY
      * this into the FD for a file ASSIGNed to "DUTYLOG" and pair
      * it with dutyproc.cpy.
      ******************************************************************
       01  DUTY-LOG-RECORD.
           05 DL-DATA               PIC 9(8).
           05 DL-DELIM-1            PIC X(1).
           05 DL-HORA               PIC 9(6).
           05 DL-DELIM-2            PIC X(1).
           05 DL-PROGRAMA           PIC X(12).
           05 DL-DELIM-3            PIC X(1).
           05 DL-OPERADOR           PIC X(10).
           05 DL-DELIM-4            PIC X(1).
           05 DL-PAR                PIC X(4).
           05 DL-DELIM-5            PIC X(1).
           05 DL-LADO               PIC X(1).
           05 DL-DELIM-6            PIC X(1).
           05 DL-CHAVE              PIC X(20).
