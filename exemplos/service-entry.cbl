      *          file - plate, service type, date and the odometer
      *          reading at service time - so the maintenance-due
      *          report has a real last-service point per plate and
      *          type instead of somebody's memory. Every entry also
      *          carries what it cost, parts and labor, and the
      *          workshop, for the VEHTCO cost of ownership report;
      *          an entry with no workshop rejects.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  SERVICE-HISTORY-FILE.
           COPY "svchist.cpy".

       FD  PERIOD-CONTROL-FILE.
           COPY "perctl.cpy".
           77 WS-TIPO PIC X(8).
           77 WS-DATA-SERVICO PIC 9(8).
           77 WS-KM PIC 9(6).
           77 WS-CUSTO-PECAS PIC 9(6)V99.
           77 WS-CUSTO-MAO-OBRA PIC 9(6)V99.
           77 WS-OFICINA PIC X(20).
           77 WS-CONTINUA PIC X(1) VALUE 'S'.
           77 WS-REGS-GRAVADOS PIC 9(4) VALUE 0.
           77 WS-OPER-AUTORIZADO PIC X(1).
            ACCEPT WS-DATA-SERVICO
            DISPLAY "DIGITE O ODOMETRO NO SERVICO (KM):"
            ACCEPT WS-KM
            DISPLAY "DIGITE O CUSTO DAS PECAS:"
            ACCEPT WS-CUSTO-PECAS
            DISPLAY "DIGITE O CUSTO DA MAO DE OBRA:"
            ACCEPT WS-CUSTO-MAO-OBRA
            DISPLAY "DIGITE A OFICINA:"
            ACCEPT WS-OFICINA
            MOVE WS-DATA-SERVICO TO WS-PER-DATA
            PERFORM VERIFICA-PERIODO
            MOVE SPACES TO WS-REJ-MOTIVO
            IF WS-PER-FECHADO = 'S'
                DISPLAY "PERIODO " WS-PER-DATA(1:6) " FECHADO -"
      -             " SERVICO NAO ACEITO"
                MOVE "PERF" TO WS-REJ-MOTIVO
            ELSE
                IF WS-OFICINA = SPACES
                    DISPLAY "OFICINA NAO INFORMADA - SERVICO NAO"
      -                 " ACEITO"
                    MOVE "SVOF" TO WS-REJ-MOTIVO
                END-IF
            END-IF
            IF WS-REJ-MOTIVO NOT = SPACES
                MOVE SPACES TO WS-REJ-IMAGEM
                STRING "SERVICO " WS-PLACA " " WS-TIPO
                    " DATA " WS-DATA-SERVICO
                MOVE WS-TIPO TO SH-TIPO
                MOVE WS-DATA-SERVICO TO SH-DATA
                MOVE WS-KM TO SH-KM
                MOVE WS-CUSTO-PECAS TO SH-CUSTO-PECAS
                MOVE WS-CUSTO-MAO-OBRA TO SH-CUSTO-MAO-OBRA
                MOVE WS-OFICINA TO SH-OFICINA
                WRITE SERVICE-HISTORY-RECORD
                ADD 1 TO WS-REGS-GRAVADOS
            END-IF.
