      *          or exclude a department, with a CHANGELOG record
      *          carrying the before and after images for every
      *          update, like the other masters. Small file, table
      *          rewrite, HOLMAINT-style. Include and alter also
      *          set whether the department is on the hour bank
      *          and its occupational risk grade for the ASO exams.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   10 WS-DEP-CODIGO     PIC X(4).
                   10 WS-DEP-NOME       PIC X(10).
                   10 WS-DEP-CENTRO     PIC X(6).
                   10 WS-DEP-BANCO      PIC X(1).
                   10 WS-DEP-RISCO      PIC X(1).
           77 WS-DEP-TOTAL PIC 9(2) VALUE 0.
           77 WS-DEP-SUB PIC 9(2).
           77 WS-DEP-ACHOU PIC X(1).
           77 WS-CODIGO-ENTRADA PIC X(4).
           77 WS-NOME-ENTRADA PIC X(10).
           77 WS-CENTRO-ENTRADA PIC X(6).
           77 WS-BANCO-ENTRADA PIC X(1).
           77 WS-RISCO-ENTRADA PIC X(1).
           77 WS-IMAGEM-DEPTO PIC X(80).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
                                WS-DEP-NOME(WS-DEP-TOTAL)
                            MOVE DM-CENTRO-CUSTO TO
                                WS-DEP-CENTRO(WS-DEP-TOTAL)
                            MOVE DM-BANCO-HORAS TO
                                WS-DEP-BANCO(WS-DEP-TOTAL)
                            MOVE DM-RISCO-OCUP TO
                                WS-DEP-RISCO(WS-DEP-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
                    UNTIL WS-DEP-SUB > WS-DEP-TOTAL
                DISPLAY WS-DEP-CODIGO(WS-DEP-SUB) " "
      -             WS-DEP-NOME(WS-DEP-SUB) " CC "
      -             WS-DEP-CENTRO(WS-DEP-SUB) " BANCO HORAS "
      -             WS-DEP-BANCO(WS-DEP-SUB) " RISCO "
      -             WS-DEP-RISCO(WS-DEP-SUB)
            END-PERFORM.
            DISPLAY "DEPARTAMENTOS CADASTRADOS: " WS-DEP-TOTAL.

            MOVE SPACES TO WS-IMAGEM-DEPTO.
            STRING WS-DEP-CODIGO(WS-DEP-SUB) ";"
                WS-DEP-NOME(WS-DEP-SUB) ";"
                WS-DEP-CENTRO(WS-DEP-SUB) ";"
                WS-DEP-BANCO(WS-DEP-SUB) ";"
                WS-DEP-RISCO(WS-DEP-SUB)
                DELIMITED BY SIZE INTO WS-IMAGEM-DEPTO.

       LOCALIZA-DEPTO.
                    ACCEPT WS-NOME-ENTRADA
                    DISPLAY "DIGITE O CENTRO DE CUSTO:"
                    ACCEPT WS-CENTRO-ENTRADA
                    PERFORM PEDE-BANCO-HORAS
                    PERFORM PEDE-RISCO-OCUP
                    ADD 1 TO WS-DEP-TOTAL
                    MOVE WS-DEP-TOTAL TO WS-DEP-SUB
                    MOVE WS-CODIGO-ENTRADA TO
                        WS-DEP-NOME(WS-DEP-SUB)
                    MOVE WS-CENTRO-ENTRADA TO
                        WS-DEP-CENTRO(WS-DEP-SUB)
                    MOVE WS-BANCO-ENTRADA TO
                        WS-DEP-BANCO(WS-DEP-SUB)
                    MOVE WS-RISCO-ENTRADA TO
                        WS-DEP-RISCO(WS-DEP-SUB)
                    MOVE "I" TO WS-CHG-OPERACAO
                    MOVE WS-CODIGO-ENTRADA TO WS-CHG-CHAVE
                    MOVE SPACES TO WS-CHG-ANTES
                ACCEPT WS-NOME-ENTRADA
                DISPLAY "DIGITE O NOVO CENTRO DE CUSTO:"
                ACCEPT WS-CENTRO-ENTRADA
                PERFORM PEDE-BANCO-HORAS
                PERFORM PEDE-RISCO-OCUP
                MOVE WS-NOME-ENTRADA TO WS-DEP-NOME(WS-DEP-SUB)
                MOVE WS-CENTRO-ENTRADA TO
                    WS-DEP-CENTRO(WS-DEP-SUB)
                MOVE WS-BANCO-ENTRADA TO WS-DEP-BANCO(WS-DEP-SUB)
                MOVE WS-RISCO-ENTRADA TO WS-DEP-RISCO(WS-DEP-SUB)
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE WS-CODIGO-ENTRADA TO WS-CHG-CHAVE
                PERFORM MONTA-IMAGEM-DEPTO
                DISPLAY "DEPARTAMENTO ALTERADO"
            END-IF.

      * Anything but S keeps the department paying overtime.
       PEDE-BANCO-HORAS.
            DISPLAY "DEPARTAMENTO USA BANCO DE HORAS (S/N):"
            ACCEPT WS-BANCO-ENTRADA
            IF WS-BANCO-ENTRADA NOT = 'S'
                MOVE 'N' TO WS-BANCO-ENTRADA
            END-IF.

      * Anything but A is the ordinary grade, exams every 24 months.
       PEDE-RISCO-OCUP.
            DISPLAY "RISCO OCUPACIONAL (A-EXPOSTO / B-BAIXO):"
            ACCEPT WS-RISCO-ENTRADA
            IF WS-RISCO-ENTRADA NOT = 'A'
                MOVE 'B' TO WS-RISCO-ENTRADA
            END-IF.

       EXCLUI-DEPTO.
            PERFORM LOCALIZA-DEPTO.
            IF WS-DEP-ACHOU = 'N'
                    MOVE WS-DEP-NOME(WS-DEP-SUB) TO DM-NOME
                    MOVE WS-DEP-CENTRO(WS-DEP-SUB)
                        TO DM-CENTRO-CUSTO
                    MOVE WS-DEP-BANCO(WS-DEP-SUB) TO DM-BANCO-HORAS
                    MOVE WS-DEP-RISCO(WS-DEP-SUB) TO DM-RISCO-OCUP
                    WRITE DEPARTMENT-MASTER-RECORD
                END-IF
            END-PERFORM.
