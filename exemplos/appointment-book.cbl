      *          or no-show, and patients with repeated no-shows
      *          are written to RECALLPRI, which the recall list
      *          surfaces at high priority instead of letting them
      *          fall out of care. Each appointment carries the
      *          procedure booked (CONSULTA unless keyed otherwise),
      *          which is what CLINBILL prices the visit on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENTS-FILE.
           COPY "appts.cpy".

       FD  PATIENT-MASTER-FILE.
       01  PATIENT-MASTER-RECORD.
                   10 WS-AGE-HORA       PIC 9(4).
                   10 WS-AGE-MOTIVO     PIC X(20).
                   10 WS-AGE-STATUS     PIC X(1).
                   10 WS-AGE-PROCEDIMENTO PIC X(8).
           77 WS-AGE-TOTAL PIC 9(3) VALUE 0.
           77 WS-AGE-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-AGE-SUB PIC 9(3).
           77 WS-DATA-ENTRADA PIC 9(8).
           77 WS-HORA-ENTRADA PIC 9(4).
           77 WS-MOTIVO-ENTRADA PIC X(20).
           77 WS-PROCEDIMENTO-ENTRADA PIC X(8).
           77 WS-PACIENTE-ACHOU PIC X(1).
           77 WS-DECISAO PIC X(1).
           77 WS-QTD-LISTADAS PIC 9(3) VALUE 0.
                                WS-AGE-MOTIVO(WS-AGE-TOTAL)
                            MOVE AG-STATUS TO
                                WS-AGE-STATUS(WS-AGE-TOTAL)
                            MOVE AG-PROCEDIMENTO TO
                                WS-AGE-PROCEDIMENTO(WS-AGE-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-AGE-ESTOUROU
                        END-IF
                    ELSE
                        DISPLAY "DIGITE O MOTIVO:"
                        ACCEPT WS-MOTIVO-ENTRADA
                        DISPLAY "PROCEDIMENTO (ENTER = CONSULTA):"
                        MOVE SPACES TO WS-PROCEDIMENTO-ENTRADA
                        ACCEPT WS-PROCEDIMENTO-ENTRADA
                        IF WS-PROCEDIMENTO-ENTRADA = SPACES
                            MOVE "CONSULTA" TO WS-PROCEDIMENTO-ENTRADA
                        END-IF
                        PERFORM GRAVA-CONSULTA
                        DISPLAY "CONSULTA MARCADA"
                    END-IF
            MOVE WS-HORA-ENTRADA TO AG-HORA.
            MOVE WS-MOTIVO-ENTRADA TO AG-MOTIVO.
            MOVE 'M' TO AG-STATUS.
            MOVE WS-PROCEDIMENTO-ENTRADA TO AG-PROCEDIMENTO.
            WRITE APPOINTMENTS-RECORD.
            CLOSE APPOINTMENTS-FILE.
            IF WS-AGE-TOTAL < 200
                MOVE WS-MOTIVO-ENTRADA TO
                    WS-AGE-MOTIVO(WS-AGE-TOTAL)
                MOVE 'M' TO WS-AGE-STATUS(WS-AGE-TOTAL)
                MOVE WS-PROCEDIMENTO-ENTRADA TO
                    WS-AGE-PROCEDIMENTO(WS-AGE-TOTAL)
            END-IF.

       CANCELA-CONSULTA.
                MOVE WS-AGE-HORA(WS-AGE-IX) TO AG-HORA
                MOVE WS-AGE-MOTIVO(WS-AGE-IX) TO AG-MOTIVO
                MOVE WS-AGE-STATUS(WS-AGE-IX) TO AG-STATUS
                MOVE WS-AGE-PROCEDIMENTO(WS-AGE-IX) TO AG-PROCEDIMENTO
                WRITE APPOINTMENTS-RECORD
            END-PERFORM.
            CLOSE APPOINTMENTS-FILE.
