      ******************************************************************
      * Shared register-to-kWh rule, so the reading entry and the
      * billing run can never disagree about a cycle's consumption.
      * Expects the work fields from medwk.cpy. A register reading
      * below the previous one can only mean the dials went round
      * past their capacity (10 ** WS-MED-DIGITOS); the register
      * delta is then scaled by the multiplier and any kWh the
      * exchanged meter registered earlier in the cycle is added.
      * Unknown multiplier or dials (readings from before the meter
      * master) count as a direct six-dial meter.
      ******************************************************************
       CALCULA-CONSUMO-MEDIDOR.
            IF WS-MED-MULTIPLICADOR = 0
                MOVE 1 TO WS-MED-MULTIPLICADOR
            END-IF
            IF WS-MED-DIGITOS = 0 OR WS-MED-DIGITOS > 6
                MOVE 6 TO WS-MED-DIGITOS
            END-IF
            COMPUTE WS-MED-CAPACIDADE = 10 ** WS-MED-DIGITOS
            IF WS-MED-ATUAL < WS-MED-ANTERIOR
                MOVE 'S' TO WS-MED-VIROU
                COMPUTE WS-MED-REGISTRADO = WS-MED-CAPACIDADE
                    - WS-MED-ANTERIOR + WS-MED-ATUAL
            ELSE
                MOVE 'N' TO WS-MED-VIROU
                COMPUTE WS-MED-REGISTRADO =
                    WS-MED-ATUAL - WS-MED-ANTERIOR
            END-IF
            COMPUTE WS-MED-CONSUMO =
                WS-MED-REGISTRADO * WS-MED-MULTIPLICADOR
                    + WS-MED-CONSUMO-TROCA.
