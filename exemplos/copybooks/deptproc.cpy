      * 77 WS-FS-DEPTMAST PIC X(2). PERFORM CARREGA-DEPARTAMENTOS
      * once at start-up; then MOVE the code to WS-DM-CODIGO-BUSCA
      * and PERFORM VERIFICA-DEPARTAMENTO - WS-DM-VALIDO answers
      * 'S'/'N', WS-DM-NOME-ACHADO brings the department name
      * for report labels, WS-DM-BANCO-ACHADO its hour-bank
      * switch ('S' on the bank), WS-DM-CENTRO-ACHADO its cost
      * center and WS-DM-RISCO-ACHADO its occupational risk grade.
      * While no DEPTMAST is deployed
      * (WS-DM-TEM-MASTER = 'N') every code passes, so behavior is
      * unchanged until the master is loaded.
      ******************************************************************
                                WS-DM-NOME(WS-DM-TOTAL)
                            MOVE DM-CENTRO-CUSTO TO
                                WS-DM-CENTRO(WS-DM-TOTAL)
                            MOVE DM-BANCO-HORAS TO
                                WS-DM-BANCO(WS-DM-TOTAL)
                            MOVE DM-RISCO-OCUP TO
                                WS-DM-RISCO(WS-DM-TOTAL)
                        END-IF
                END-READ
            END-PERFORM

       VERIFICA-DEPARTAMENTO.
            MOVE SPACES TO WS-DM-NOME-ACHADO
            MOVE 'N' TO WS-DM-BANCO-ACHADO
            MOVE SPACES TO WS-DM-CENTRO-ACHADO
            MOVE SPACE TO WS-DM-RISCO-ACHADO
            IF WS-DM-TEM-MASTER = 'N'
                MOVE 'S' TO WS-DM-VALIDO
            ELSE
                        MOVE 'S' TO WS-DM-VALIDO
                        MOVE WS-DM-NOME(WS-DM-SUB)
                            TO WS-DM-NOME-ACHADO
                        MOVE WS-DM-BANCO(WS-DM-SUB)
                            TO WS-DM-BANCO-ACHADO
                        MOVE WS-DM-CENTRO(WS-DM-SUB)
                            TO WS-DM-CENTRO-ACHADO
                        MOVE WS-DM-RISCO(WS-DM-SUB)
                            TO WS-DM-RISCO-ACHADO
                    END-IF
                END-PERFORM
            END-IF.
