                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF BH-STATUS NOT = 'Q'
                                AND BH-STATUS NOT = 'W'
                            PERFORM GUARDA-CONTA-ABERTA
                        END-IF
                END-READ
