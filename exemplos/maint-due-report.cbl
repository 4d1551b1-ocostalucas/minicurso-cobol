           05 SV-INTERVALO-KM       PIC 9(6).

       FD  SERVICE-HISTORY-FILE.
           COPY "svchist.cpy".

       FD  INSPECTION-CAND-FILE.
       01  INSPECTION-CAND-RECORD.
