      ******************************************************************
      * WORKING-STORAGE for the register-to-kWh rule in medproc.cpy:
      * MOVE the two readings, the meter's multiplier and number of
      * dials (zero when unknown) and any kWh already carried from a
      * meter exchanged during the cycle into these fields, PERFORM
      * CALCULA-CONSUMO-MEDIDOR and take WS-MED-CONSUMO;
      * WS-MED-VIROU answers 'S' when the register rolled over.
      ******************************************************************
       01  METER-CONSUMPTION-FIELDS.
           05 WS-MED-ANTERIOR       PIC 9(6).
           05 WS-MED-ATUAL          PIC 9(6).
           05 WS-MED-MULTIPLICADOR  PIC 9(3).
           05 WS-MED-DIGITOS        PIC 9(1).
           05 WS-MED-CONSUMO-TROCA  PIC 9(6).
           05 WS-MED-VIROU          PIC X(1).
           05 WS-MED-CAPACIDADE     PIC 9(7).
           05 WS-MED-REGISTRADO     PIC 9(7).
           05 WS-MED-CONSUMO        PIC 9(7).
