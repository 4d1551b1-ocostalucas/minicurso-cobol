      ******************************************************************
      * Shared guardian lookup. Expects the GUARDMST FD from
      * guardmst.cpy, the work fields from guardwk.cpy and
      * 77 WS-FS-GUARDMST PIC X(2). PERFORM CARREGA-RESPONSAVEIS
      * once at start-up; then MOVE the STU-ID to WS-GR-ALUNO-BUSCA,
      * 'F' (financial payer) or 'C' (correspondence) to
      * WS-GR-PAPEL-BUSCA and PERFORM BUSCA-RESPONSAVEL. WS-GR-ACHOU
      * answers 'S'/'N' and WS-GR-RESP-ACHADO, WS-GR-NOME-ACHADO,
      * WS-GR-ENDERECO-ACHADO and WS-GR-TELEFONE-ACHADO bring the
      * guardian. A student with guardians but none flagged for the
      * role gets the first guardian on file, so nobody goes
      * unaddressed while the flags are being filled in.
      ******************************************************************
       CARREGA-RESPONSAVEIS.
            MOVE 0 TO WS-GR-TOTAL
            MOVE 'N' TO WS-GR-EOF
            OPEN INPUT GUARDIAN-FILE
            IF WS-FS-GUARDMST NOT = "00"
                MOVE 'Y' TO WS-GR-EOF
            END-IF
            PERFORM UNTIL WS-GR-EOF = 'Y'
                READ GUARDIAN-FILE
                    AT END
                        MOVE 'Y' TO WS-GR-EOF
                    NOT AT END
                        IF WS-GR-TOTAL < 500
                            ADD 1 TO WS-GR-TOTAL
                            MOVE GD-STU-ID TO
                                WS-GR-ALUNO(WS-GR-TOTAL)
                            MOVE GD-RESP-ID TO
                                WS-GR-RESP(WS-GR-TOTAL)
                            MOVE GD-NOME TO
                                WS-GR-NOME(WS-GR-TOTAL)
                            MOVE GD-PARENTESCO TO
                                WS-GR-PARENTESCO(WS-GR-TOTAL)
                            MOVE GD-ENDERECO TO
                                WS-GR-ENDERECO(WS-GR-TOTAL)
                            MOVE GD-TELEFONE TO
                                WS-GR-TELEFONE(WS-GR-TOTAL)
                            MOVE GD-FINANCEIRO TO
                                WS-GR-FINANCEIRO(WS-GR-TOTAL)
                            MOVE GD-CORRESP TO
                                WS-GR-CORRESP(WS-GR-TOTAL)
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-GUARDMST = "10"
                CLOSE GUARDIAN-FILE
            END-IF.

       BUSCA-RESPONSAVEL.
            MOVE 'N' TO WS-GR-ACHOU
            MOVE SPACES TO WS-GR-RESP-ACHADO WS-GR-NOME-ACHADO
                WS-GR-ENDERECO-ACHADO WS-GR-TELEFONE-ACHADO
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                IF WS-GR-ALUNO(WS-GR-SUB) = WS-GR-ALUNO-BUSCA
                    IF WS-GR-ACHOU = 'N'
                            OR (WS-GR-PAPEL-BUSCA = 'F'
                                AND WS-GR-FINANCEIRO(WS-GR-SUB) = 'S')
                            OR (WS-GR-PAPEL-BUSCA = 'C'
                                AND WS-GR-CORRESP(WS-GR-SUB) = 'S')
                        MOVE 'S' TO WS-GR-ACHOU
                        MOVE WS-GR-RESP(WS-GR-SUB)
                            TO WS-GR-RESP-ACHADO
                        MOVE WS-GR-NOME(WS-GR-SUB)
                            TO WS-GR-NOME-ACHADO
                        MOVE WS-GR-ENDERECO(WS-GR-SUB)
                            TO WS-GR-ENDERECO-ACHADO
                        MOVE WS-GR-TELEFONE(WS-GR-SUB)
                            TO WS-GR-TELEFONE-ACHADO
                    END-IF
                END-IF
            END-PERFORM.
