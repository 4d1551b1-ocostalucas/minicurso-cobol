      *          BMI clinic was missing - id, name, birth date and
      *          risk category (A alta / M media / B baixa) - so the
      *          trend report can name and age a patient and the
      *          recall list can find who is overdue. A patient who
      *          is one of our employees carries the EMPMASTER id,
      *          so the occupational exams (ASOCTL) book the right
      *          record. Each patient also carries who pays the
      *          clinic for the visits - PARTIC for a private
      *          patient, else the health-plan (convenio) code and
      *          the card number CLINBILL claims with, and the
      *          patient's sex (M/F) the monthly health-department
      *          summary counts by. The file is small and line
      *          sequential, so updates load it into a table and
      *          rewrite it whole, OPERMAINT-style.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 PT-NASCIMENTO         PIC 9(8).
           05 PT-DELIM-3            PIC X(1).
           05 PT-RISCO              PIC X(1).
           05 PT-DELIM-4            PIC X(1).
           05 PT-EMP-ID             PIC X(10).
           05 PT-DELIM-5            PIC X(1).
           05 PT-PAGADOR            PIC X(6).
           05 PT-DELIM-6            PIC X(1).
           05 PT-CARTEIRA           PIC X(20).
           05 PT-DELIM-7            PIC X(1).
           05 PT-SEXO               PIC X(1).

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".
                   10 WS-PAC-NOME       PIC X(20).
                   10 WS-PAC-NASC       PIC 9(8).
                   10 WS-PAC-RISCO      PIC X(1).
                   10 WS-PAC-EMP-ID     PIC X(10).
                   10 WS-PAC-PAGADOR    PIC X(6).
                   10 WS-PAC-CARTEIRA   PIC X(20).
                   10 WS-PAC-SEXO       PIC X(1).
           77 WS-PAC-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAC-SUB PIC 9(3).
           77 WS-SERIE-ID PIC X(1).
           77 WS-ID-EMITIDO PIC X(10).
           77 WS-PAC-ACHOU PIC X(1).
           77 WS-ID-BUSCA PIC X(10).
           77 WS-PAGADOR-OK PIC X(1).
           77 WS-SEXO-OK PIC X(1).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           05 LINE 3 COL 24 PIC 9(8) USING PT-NASCIMENTO.
           05 LINE 4 COL 1 VALUE "RISCO (A/M/B).......:".
           05 LINE 4 COL 23 PIC X(1) USING PT-RISCO.
           05 LINE 5 COL 1 VALUE "FUNCIONARIO (ID).....:".
           05 LINE 5 COL 23 PIC X(10) USING PT-EMP-ID.
           05 LINE 6 COL 1 VALUE "PAGADOR (PARTIC/CONV):".
           05 LINE 6 COL 24 PIC X(6) USING PT-PAGADOR.
           05 LINE 7 COL 1 VALUE "CARTEIRA DO CONVENIO.:".
           05 LINE 7 COL 24 PIC X(20) USING PT-CARTEIRA.
           05 LINE 8 COL 1 VALUE "SEXO (M/F)...........:".
           05 LINE 8 COL 24 PIC X(1) USING PT-SEXO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                                WS-PAC-NASC(WS-PAC-TOTAL)
                            MOVE PT-RISCO TO
                                WS-PAC-RISCO(WS-PAC-TOTAL)
                            MOVE PT-EMP-ID TO
                                WS-PAC-EMP-ID(WS-PAC-TOTAL)
                            MOVE PT-PAGADOR TO
                                WS-PAC-PAGADOR(WS-PAC-TOTAL)
                            MOVE PT-CARTEIRA TO
                                WS-PAC-CARTEIRA(WS-PAC-TOTAL)
                            MOVE PT-SEXO TO WS-PAC-SEXO(WS-PAC-TOTAL)
                            IF PT-PAGADOR = SPACES
                                MOVE "PARTIC" TO
                                    WS-PAC-PAGADOR(WS-PAC-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
                DISPLAY WS-PAC-ID(WS-PAC-SUB) " "
      -             WS-PAC-NOME(WS-PAC-SUB) " "
      -             WS-PAC-NASC(WS-PAC-SUB) " RISCO "
      -             WS-PAC-RISCO(WS-PAC-SUB) " FUNC "
      -             WS-PAC-EMP-ID(WS-PAC-SUB) " "
      -             WS-PAC-PAGADOR(WS-PAC-SUB) " "
      -             WS-PAC-CARTEIRA(WS-PAC-SUB) " SEXO "
      -             WS-PAC-SEXO(WS-PAC-SUB)
            END-PERFORM.
            DISPLAY "TOTAL: " WS-PAC-TOTAL.

                    MOVE 'S' TO WS-PAC-ACHOU
                END-IF
            END-PERFORM
            PERFORM VALIDA-PAGADOR
            PERFORM VALIDA-SEXO
            EVALUATE TRUE
             WHEN WS-PAC-ACHOU = 'S'
                DISPLAY "PACIENTE JA CADASTRADO"
             WHEN WS-PAGADOR-OK = 'N'
                DISPLAY "CARTEIRA OBRIGATORIA PARA CONVENIO - "
      -             "RECUSADO"
             WHEN WS-SEXO-OK = 'N'
                DISPLAY "SEXO DEVE SER M OU F - RECUSADO"
             WHEN WS-PAC-TOTAL < 100
                ADD 1 TO WS-PAC-TOTAL
                MOVE PT-ID TO WS-PAC-ID(WS-PAC-TOTAL)
                MOVE PT-NOME TO WS-PAC-NOME(WS-PAC-TOTAL)
                MOVE PT-NASCIMENTO TO WS-PAC-NASC(WS-PAC-TOTAL)
                MOVE PT-RISCO TO WS-PAC-RISCO(WS-PAC-TOTAL)
                MOVE PT-EMP-ID TO WS-PAC-EMP-ID(WS-PAC-TOTAL)
                MOVE PT-PAGADOR TO WS-PAC-PAGADOR(WS-PAC-TOTAL)
                MOVE PT-CARTEIRA TO WS-PAC-CARTEIRA(WS-PAC-TOTAL)
                MOVE PT-SEXO TO WS-PAC-SEXO(WS-PAC-TOTAL)
                PERFORM REGRAVA-PATMASTER
                DISPLAY "PACIENTE INCLUIDO"
             WHEN OTHER
                DISPLAY "CADASTRO CHEIO"
            END-EVALUATE.

      * A payer left blank is a private patient; a health plan is
      * claimed by card number, so a convenio without one is
      * refused here rather than denied by the insurer later.
       VALIDA-PAGADOR.
            MOVE 'S' TO WS-PAGADOR-OK.
            IF PT-PAGADOR = SPACES
                MOVE "PARTIC" TO PT-PAGADOR
            END-IF
            IF PT-PAGADOR = "PARTIC"
                MOVE SPACES TO PT-CARTEIRA
            ELSE
                IF PT-CARTEIRA = SPACES
                    MOVE 'N' TO WS-PAGADOR-OK
                END-IF
            END-IF.

      * The health department counts by sex, so a new or changed
      * patient must have one; records keyed before the field
      * existed are fixed the next time they are altered.
       VALIDA-SEXO.
            MOVE 'S' TO WS-SEXO-OK.
            IF PT-SEXO = 'm'
                MOVE 'M' TO PT-SEXO
            END-IF
            IF PT-SEXO = 'f'
                MOVE 'F' TO PT-SEXO
            END-IF
            IF PT-SEXO NOT = 'M' AND PT-SEXO NOT = 'F'
                MOVE 'N' TO WS-SEXO-OK
            END-IF.

       ALTERA-PACIENTE.
            DISPLAY "DIGITE O ID DO PACIENTE:"
            ACCEPT WS-ID-BUSCA
                MOVE WS-PAC-NOME(WS-PAC-SUB) TO PT-NOME
                MOVE WS-PAC-NASC(WS-PAC-SUB) TO PT-NASCIMENTO
                MOVE WS-PAC-RISCO(WS-PAC-SUB) TO PT-RISCO
                MOVE WS-PAC-EMP-ID(WS-PAC-SUB) TO PT-EMP-ID
                MOVE WS-PAC-PAGADOR(WS-PAC-SUB) TO PT-PAGADOR
                MOVE WS-PAC-CARTEIRA(WS-PAC-SUB) TO PT-CARTEIRA
                MOVE WS-PAC-SEXO(WS-PAC-SUB) TO PT-SEXO
                DISPLAY TELA-PACIENTE
                ACCEPT TELA-PACIENTE
                MOVE WS-ID-BUSCA TO PT-ID
                PERFORM VALIDA-PAGADOR
                PERFORM VALIDA-SEXO
                EVALUATE TRUE
                 WHEN WS-PAGADOR-OK = 'N'
                    DISPLAY "CARTEIRA OBRIGATORIA PARA CONVENIO - "
      -                 "RECUSADO"
                 WHEN WS-SEXO-OK = 'N'
                    DISPLAY "SEXO DEVE SER M OU F - RECUSADO"
                 WHEN OTHER
                    MOVE PT-NOME TO WS-PAC-NOME(WS-PAC-SUB)
                    MOVE PT-NASCIMENTO TO WS-PAC-NASC(WS-PAC-SUB)
                    MOVE PT-RISCO TO WS-PAC-RISCO(WS-PAC-SUB)
                    MOVE PT-EMP-ID TO WS-PAC-EMP-ID(WS-PAC-SUB)
                    MOVE PT-PAGADOR TO WS-PAC-PAGADOR(WS-PAC-SUB)
                    MOVE PT-CARTEIRA TO WS-PAC-CARTEIRA(WS-PAC-SUB)
                    MOVE PT-SEXO TO WS-PAC-SEXO(WS-PAC-SUB)
                    PERFORM REGRAVA-PATMASTER
                    DISPLAY "PACIENTE ALTERADO"
                END-EVALUATE
            END-IF.

       REGRAVA-PATMASTER.
                MOVE WS-PAC-NOME(WS-PAC-SUB) TO PT-NOME
                MOVE WS-PAC-NASC(WS-PAC-SUB) TO PT-NASCIMENTO
                MOVE WS-PAC-RISCO(WS-PAC-SUB) TO PT-RISCO
                MOVE WS-PAC-EMP-ID(WS-PAC-SUB) TO PT-EMP-ID
                MOVE WS-PAC-PAGADOR(WS-PAC-SUB) TO PT-PAGADOR
                MOVE WS-PAC-CARTEIRA(WS-PAC-SUB) TO PT-CARTEIRA
                MOVE WS-PAC-SEXO(WS-PAC-SUB) TO PT-SEXO
                WRITE PATIENT-MASTER-RECORD
            END-PERFORM.
            CLOSE PATIENT-MASTER-FILE.
