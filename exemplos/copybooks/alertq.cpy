      ******************************************************************
      * ALERT-QUEUE-RECORD - one operations alert on the central
      * ALERTQ queue. The monitoring runs (FUELDRIFT, FUELRECON,
      * HEALTHCHK, BATCHWIN, RECALLRPT, INTAUDIT) still print their
      * own reports and append every alert here as well, through
      * GRAVA-ALERTA in alertproc.cpy. AL-SEVERIDADE is 'C' critico,
      * 'A' atencao or 'I' informativo; AL-CHAVE names what the
      * alert is about (plate, card, step, patient, key). AL-DATA /
      * AL-HORA are the clock date and time it was raised, since
      * escalation is measured in hours. AL-SITUACAO is 'P'
      * pendente until an operator acknowledges it on the ALERTCON
      * console, which sets 'R' reconhecido and fills the RECON
      * fields and the action taken; it drops acknowledged alerts
      * once they pass its retention. DAILYOPS escalates critical
      * alerts still pending past its limit onto the morning
      * report. COPY into the FD for a file ASSIGNed to "ALERTQ".
      ******************************************************************
       01  ALERT-QUEUE-RECORD.
           05 AL-DATA               PIC 9(8).
           05 AL-DELIM-1            PIC X(1).
           05 AL-HORA               PIC 9(6).
           05 AL-DELIM-2            PIC X(1).
           05 AL-PROGRAMA           PIC X(12).
           05 AL-DELIM-3            PIC X(1).
           05 AL-SEVERIDADE         PIC X(1).
           05 AL-DELIM-4            PIC X(1).
           05 AL-CHAVE              PIC X(20).
           05 AL-DELIM-5            PIC X(1).
           05 AL-MENSAGEM           PIC X(90).
           05 AL-DELIM-6            PIC X(1).
           05 AL-SITUACAO           PIC X(1).
           05 AL-DELIM-7            PIC X(1).
           05 AL-DATA-RECON         PIC 9(8).
           05 AL-DELIM-8            PIC X(1).
           05 AL-HORA-RECON         PIC 9(6).
           05 AL-DELIM-9            PIC X(1).
           05 AL-OPERADOR-RECON     PIC X(10).
           05 AL-DELIM-10           PIC X(1).
           05 AL-ACAO               PIC X(50).
