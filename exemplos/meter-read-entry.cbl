      *          from the account's latest METERREAD record, so the
      *          delta the billing run charges always chains off
      *          what was actually billed last cycle; a first-ever
      *          reading takes the previous figure from the keyer,
      *          or the meter's initial reading when METERMASTER
      *          has it. When the meter was exchanged since the last
      *          reading, the old meter's kWh up to its final
      *          reading is carried on the record and the new
      *          meter's register starts from its initial reading.
      *          A current reading below the previous one is only
      *          kept when the keyer confirms the register rolled
      *          over; otherwise the line is refused. Accounts
      *          closed at a move-out take no further readings.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT METER-READING-FILE ASSIGN TO "METERREAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METERREAD.
           SELECT METER-MASTER-FILE ASSIGN TO "METERMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METERMASTER.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
       FD  METER-READING-FILE.
           COPY "meterrd.cpy".

       FD  METER-MASTER-FILE.
           COPY "metermst.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".


       WORKING-STORAGE SECTION.
           77 WS-FS-METERREAD PIC X(2).
           77 WS-FS-METERMASTER PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-LEITURA-ATUAL PIC 9(6).
           77 WS-TEM-ANTERIOR PIC X(1).
           77 WS-DATA-LEITURA PIC 9(8).
           77 WS-SERIE-ANTERIOR PIC X(12).
           77 WS-DATA-ANTERIOR PIC 9(8).
           77 WS-RESPOSTA PIC X(1).
           77 WS-LEITURA-OK PIC X(1).
      * The account's meter on the wall and the last one taken out
      * of it, as METERMASTER has them.
           77 WS-TEM-MEDIDOR PIC X(1).
           77 WS-ATV-SERIE PIC X(12).
           77 WS-ATV-INSTALACAO PIC 9(8).
           77 WS-ATV-MULT PIC 9(3).
           77 WS-ATV-DIGITOS PIC 9(1).
           77 WS-ATV-INICIAL PIC 9(6).
           77 WS-TEM-RETIRADO PIC X(1).
           77 WS-RET-SERIE PIC X(12).
           77 WS-RET-MULT PIC 9(3).
           77 WS-RET-DIGITOS PIC 9(1).
           77 WS-RET-FINAL PIC 9(6).
           77 WS-CONSUMO-TROCA PIC 9(6).
           77 WS-REGS-GRAVADOS PIC 9(4) VALUE 0.
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "METERENT".
           COPY "medwk.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM VALIDA-CONTA-CLIENTE.
            IF WS-CONTA-ACHOU = 'N'
                DISPLAY "CONTA NAO CADASTRADA: " WS-CONTA
            END-IF
            IF WS-CONTA-ACHOU = 'S'
                PERFORM BUSCA-LEITURA-ANTERIOR
                PERFORM BUSCA-MEDIDOR
                MOVE 0 TO WS-CONSUMO-TROCA
                IF WS-TEM-MEDIDOR = 'S'
                    DISPLAY "MEDIDOR: " WS-ATV-SERIE
                        " MULTIPLICADOR " WS-ATV-MULT
                        " DIGITOS " WS-ATV-DIGITOS
                END-IF
                IF WS-TEM-ANTERIOR = 'S'
                    PERFORM VERIFICA-TROCA-MEDIDOR
                    DISPLAY "LEITURA ANTERIOR: " WS-LEITURA-ANTERIOR
                ELSE
                    IF WS-TEM-MEDIDOR = 'S'
                        MOVE WS-ATV-INICIAL TO WS-LEITURA-ANTERIOR
                        DISPLAY "PRIMEIRA LEITURA DO MEDIDOR - LEITURA"
      -                     " INICIAL: " WS-LEITURA-ANTERIOR
                    ELSE
                        DISPLAY "PRIMEIRA LEITURA DA CONTA - DIGITE A"
      -                     " LEITURA ANTERIOR:"
                        ACCEPT WS-LEITURA-ANTERIOR
                    END-IF
                END-IF
                DISPLAY "DIGITE A LEITURA ATUAL:"
                ACCEPT WS-LEITURA-ATUAL
                MOVE 'S' TO WS-LEITURA-OK
                IF WS-LEITURA-ATUAL < WS-LEITURA-ANTERIOR
                    PERFORM CONFIRMA-VIRADA
                END-IF
                IF WS-LEITURA-OK = 'S'
                    PERFORM GRAVA-LEITURA
                END-IF
            END-IF.

      * A register can only go backwards by rolling past its last
      * dial; anything else is a misread and the line is dropped.
       CONFIRMA-VIRADA.
            DISPLAY "LEITURA ATUAL MENOR QUE A ANTERIOR - O"
      -         " REGISTRADOR VIROU? (S/N)".
            MOVE SPACES TO WS-RESPOSTA.
            ACCEPT WS-RESPOSTA.
            IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
                MOVE 'N' TO WS-LEITURA-OK
                DISPLAY "LINHA DESCARTADA"
            END-IF.

      * A different serial on the meter master than on the last
      * reading means the meter was exchanged since. Readings keyed
      * before the meter master carry no serial, so for those the
      * new meter's install date after the last reading tells the
      * same. The old meter's kWh from the last reading to its
      * final one is carried on this cycle's record and the new
      * meter's register starts from its initial reading.
       VERIFICA-TROCA-MEDIDOR.
            IF WS-TEM-MEDIDOR = 'S' AND WS-TEM-RETIRADO = 'S'
                IF (WS-SERIE-ANTERIOR NOT = SPACES
                        AND WS-SERIE-ANTERIOR NOT = WS-ATV-SERIE)
                    OR (WS-SERIE-ANTERIOR = SPACES
                        AND WS-ATV-INSTALACAO > WS-DATA-ANTERIOR)
                    MOVE WS-LEITURA-ANTERIOR TO WS-MED-ANTERIOR
                    MOVE WS-RET-FINAL TO WS-MED-ATUAL
                    MOVE WS-RET-MULT TO WS-MED-MULTIPLICADOR
                    MOVE WS-RET-DIGITOS TO WS-MED-DIGITOS
                    MOVE 0 TO WS-MED-CONSUMO-TROCA
                    PERFORM CALCULA-CONSUMO-MEDIDOR
                    MOVE WS-MED-CONSUMO TO WS-CONSUMO-TROCA
                    DISPLAY "TROCA DE MEDIDOR - " WS-RET-SERIE
                        " RETIRADO COM LEITURA " WS-RET-FINAL
                        " - CONSUMO " WS-CONSUMO-TROCA " KWH"
                    MOVE WS-ATV-INICIAL TO WS-LEITURA-ANTERIOR
                END-IF
            END-IF.

      * No customer master deployed yet: accept the keyed account,
      * the same missing-control-file default the billing run uses.
       VALIDA-CONTA-CLIENTE.
                        IF CU-CONTA = WS-CONTA
                            MOVE 'S' TO WS-CONTA-ACHOU
                            DISPLAY "CLIENTE: " CU-NOME
                            IF CU-SITUACAO = 'F'
                                DISPLAY "CONTA ENCERRADA NA MUDANCA -"
      -                             " SEM LEITURA DE CICLO"
                                MOVE 'E' TO WS-CONTA-ACHOU
                            END-IF
                            MOVE 'Y' TO WS-EOF-ARQ
                        END-IF
                END-READ
       BUSCA-LEITURA-ANTERIOR.
            MOVE 'N' TO WS-TEM-ANTERIOR.
            MOVE 0 TO WS-LEITURA-ANTERIOR.
            MOVE SPACES TO WS-SERIE-ANTERIOR.
            MOVE 0 TO WS-DATA-ANTERIOR.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT METER-READING-FILE.
            IF WS-FS-METERREAD NOT = "00"
                            MOVE 'S' TO WS-TEM-ANTERIOR
                            MOVE MR-LEITURA-ATUAL
                                TO WS-LEITURA-ANTERIOR
                            MOVE MR-SERIE TO WS-SERIE-ANTERIOR
                            MOVE MR-DATA-LEITURA TO WS-DATA-ANTERIOR
                        END-IF
                END-READ
            END-PERFORM.
                CLOSE METER-READING-FILE
            END-IF.

      * METERMASTER keeps an account's meters in the order they went
      * in, so the last retired one seen is the latest exchange. No
      * meter master yet: a direct six-dial meter, as before.
       BUSCA-MEDIDOR.
            MOVE 'N' TO WS-TEM-MEDIDOR.
            MOVE 'N' TO WS-TEM-RETIRADO.
            MOVE SPACES TO WS-ATV-SERIE.
            MOVE 0 TO WS-ATV-MULT.
            MOVE 0 TO WS-ATV-DIGITOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT METER-MASTER-FILE.
            IF WS-FS-METERMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ METER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF MM-CONTA = WS-CONTA
                            PERFORM GUARDA-MEDIDOR
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-METERMASTER = "10"
                CLOSE METER-MASTER-FILE
            END-IF.

       GUARDA-MEDIDOR.
            IF MM-SITUACAO = 'A'
                MOVE 'S' TO WS-TEM-MEDIDOR
                MOVE MM-SERIE TO WS-ATV-SERIE
                MOVE MM-DATA-INSTALACAO TO WS-ATV-INSTALACAO
                MOVE MM-MULTIPLICADOR TO WS-ATV-MULT
                MOVE MM-DIGITOS TO WS-ATV-DIGITOS
                MOVE MM-LEITURA-INICIAL TO WS-ATV-INICIAL
            ELSE
                MOVE 'S' TO WS-TEM-RETIRADO
                MOVE MM-SERIE TO WS-RET-SERIE
                MOVE MM-MULTIPLICADOR TO WS-RET-MULT
                MOVE MM-DIGITOS TO WS-RET-DIGITOS
                MOVE MM-LEITURA-FINAL TO WS-RET-FINAL
            END-IF.

       GRAVA-LEITURA.
            OPEN EXTEND METER-READING-FILE.
            IF WS-FS-METERREAD = "35"
            MOVE WS-LEITURA-ATUAL TO MR-LEITURA-ATUAL.
            MOVE WS-DATA-LEITURA TO MR-DATA-LEITURA.
            MOVE 'L' TO MR-ORIGEM.
            MOVE WS-ATV-SERIE TO MR-SERIE.
            MOVE WS-ATV-MULT TO MR-MULTIPLICADOR.
            MOVE WS-ATV-DIGITOS TO MR-DIGITOS.
            MOVE WS-CONSUMO-TROCA TO MR-CONSUMO-TROCA.
            WRITE METER-READING-RECORD.
            CLOSE METER-READING-FILE.
            ADD 1 TO WS-REGS-GRAVADOS.
            MOVE WS-LEITURA-ANTERIOR TO WS-MED-ANTERIOR.
            MOVE WS-LEITURA-ATUAL TO WS-MED-ATUAL.
            MOVE WS-ATV-MULT TO WS-MED-MULTIPLICADOR.
            MOVE WS-ATV-DIGITOS TO WS-MED-DIGITOS.
            MOVE WS-CONSUMO-TROCA TO WS-MED-CONSUMO-TROCA.
            PERFORM CALCULA-CONSUMO-MEDIDOR.
            DISPLAY "LEITURA GRAVADA - CONSUMO DO CICLO: "
                WS-MED-CONSUMO " KWH".

       COPY "medproc.cpy".

       COPY "bizproc.cpy".

