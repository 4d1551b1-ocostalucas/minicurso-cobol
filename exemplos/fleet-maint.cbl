      *          then list, include, alter or exclude, with field
      *          validation on the way in (plate format AAA9999,
      *          km/l between 1 and 30, service interval between 1
      *          and 50000 km, the CNH category a vehicle requires
      *          and a driver's CNH number, category, expiry and
      *          toxicology-exam due date) and a CHANGELOG record
      *          carrying the
      *          before and after images for every update, like the
      *          other masters. Small files, table rewrite,
      *          HOLMAINT-style DISPLAY/ACCEPT prompts under
           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  DRIVER-MASTER-FILE.
       01  DRIVER-MASTER-RECORD.
           05 DR-NOME               PIC X(20).
           05 DR-DELIM-2            PIC X(1).
           05 DR-EMP-ID             PIC X(10).
           05 DR-DELIM-3            PIC X(1).
           05 DR-CNH-NUMERO         PIC X(11).
           05 DR-DELIM-4            PIC X(1).
           05 DR-CNH-CATEGORIA      PIC X(2).
           05 DR-DELIM-5            PIC X(1).
           05 DR-CNH-VALIDADE       PIC 9(8).
           05 DR-DELIM-6            PIC X(1).
           05 DR-TOXICO-VALIDADE    PIC 9(8).

       FD  CARD-MASTER-FILE.
       01  CARD-MASTER-RECORD.
               05 WS-VEI-ENTRADA OCCURS 30 TIMES.
                   10 WS-VEI-PLACA      PIC X(10).
                   10 WS-VEI-KML        PIC 9(2).
                   10 WS-VEI-CATEGORIA  PIC X(1).
           77 WS-VEI-TOTAL PIC 9(2) VALUE 0.
           01 WS-TABELA-MOTORISTAS.
               05 WS-MOT-ENTRADA OCCURS 50 TIMES.
                   10 WS-MOT-ID         PIC X(10).
                   10 WS-MOT-NOME       PIC X(20).
                   10 WS-MOT-EMP        PIC X(10).
                   10 WS-MOT-CNH        PIC X(11).
                   10 WS-MOT-CATEGORIA  PIC X(2).
                   10 WS-MOT-VALIDADE   PIC 9(8).
                   10 WS-MOT-TOXICO     PIC 9(8).
           77 WS-MOT-TOTAL PIC 9(2) VALUE 0.
           01 WS-TABELA-CARTOES.
               05 WS-CRT-ENTRADA OCCURS 50 TIMES.
           77 WS-ID-ENTRADA PIC X(10).
           77 WS-NOME-ENTRADA PIC X(20).
           77 WS-EMP-ENTRADA PIC X(10).
           77 WS-CNH-ENTRADA PIC X(11).
           77 WS-CATEGORIA-ENTRADA PIC X(2).
               88 WS-CATEGORIA-VALIDA VALUE "A " "B " "C " "D " "E "
                   "AB" "AC" "AD" "AE".
           77 WS-VALIDADE-ENTRADA PIC 9(8).
           77 WS-TOXICO-ENTRADA PIC 9(8).
           77 WS-CARTAO-ENTRADA PIC X(8).
           77 WS-TIPO-ENTRADA PIC X(8).
           77 WS-KM-ENTRADA PIC 9(6).
                PERFORM VARYING WS-SUB FROM 1 BY 1
                        UNTIL WS-SUB > WS-VEI-TOTAL
                    DISPLAY WS-VEI-PLACA(WS-SUB) " KM/L "
      -                 WS-VEI-KML(WS-SUB) " CNH "
      -                 WS-VEI-CATEGORIA(WS-SUB)
                END-PERFORM
             WHEN 2
                PERFORM INCLUI-ALTERA-VEICULO
                                WS-VEI-PLACA(WS-VEI-TOTAL)
                            MOVE VM-KM-POR-LITRO TO
                                WS-VEI-KML(WS-VEI-TOTAL)
                            MOVE VM-CATEGORIA-CNH TO
                                WS-VEI-CATEGORIA(WS-VEI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-VALIDO = 'S'
                DISPLAY "DIGITE O KM/L NOMINAL (1 A 30):"
                ACCEPT WS-KML-ENTRADA
                DISPLAY "CATEGORIA DE CNH EXIGIDA (A/B/C/D/E):"
                ACCEPT WS-CATEGORIA-ENTRADA
                EVALUATE TRUE
                 WHEN WS-KML-ENTRADA < 1 OR WS-KML-ENTRADA > 30
                    DISPLAY "KM/L FORA DA FAIXA 1-30 - RECUSADO"
                 WHEN WS-CATEGORIA-ENTRADA(2:1) NOT = SPACE
                        OR NOT WS-CATEGORIA-VALIDA
                    DISPLAY "CATEGORIA FORA DE A-E - RECUSADO"
                 WHEN OTHER
                    PERFORM GRAVA-VEICULO
                END-EVALUATE
            END-IF.

       GRAVA-VEICULO.
                    MOVE 'S' TO WS-ACHOU
                    MOVE SPACES TO WS-IMAGEM
                    STRING WS-VEI-PLACA(WS-SUB) ";"
                        WS-VEI-KML(WS-SUB) ";"
                        WS-VEI-CATEGORIA(WS-SUB)
                        DELIMITED BY SIZE INTO WS-IMAGEM
                    MOVE WS-IMAGEM TO WS-CHG-ANTES
                    MOVE WS-KML-ENTRADA TO WS-VEI-KML(WS-SUB)
                    MOVE WS-CATEGORIA-ENTRADA TO
                        WS-VEI-CATEGORIA(WS-SUB)
                END-IF
            END-PERFORM.
            IF WS-ACHOU = 'N'
                        WS-VEI-PLACA(WS-VEI-TOTAL)
                    MOVE WS-KML-ENTRADA TO
                        WS-VEI-KML(WS-VEI-TOTAL)
                    MOVE WS-CATEGORIA-ENTRADA TO
                        WS-VEI-CATEGORIA(WS-VEI-TOTAL)
                ELSE
                    DISPLAY "MASTER DE VEICULOS CHEIO"
                    MOVE 'S' TO WS-TABELA-CHEIA
                END-IF
                MOVE WS-PLACA-ENTRADA TO WS-CHG-CHAVE
                MOVE SPACES TO WS-IMAGEM
                STRING WS-PLACA-ENTRADA ";" WS-KML-ENTRADA ";"
                    WS-CATEGORIA-ENTRADA(1:1)
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-DEPOIS
                PERFORM REGRAVA-VEICULOS
                    MOVE 'S' TO WS-ACHOU
                    MOVE SPACES TO WS-IMAGEM
                    STRING WS-VEI-PLACA(WS-SUB) ";"
                        WS-VEI-KML(WS-SUB) ";"
                        WS-VEI-CATEGORIA(WS-SUB)
                        DELIMITED BY SIZE INTO WS-IMAGEM
                    MOVE WS-IMAGEM TO WS-CHG-ANTES
                    MOVE SPACES TO WS-VEI-PLACA(WS-SUB)
                    MOVE SPACES TO VEHICLE-MASTER-RECORD
                    MOVE WS-VEI-PLACA(WS-SUB) TO VM-PLACA
                    MOVE WS-VEI-KML(WS-SUB) TO VM-KM-POR-LITRO
                    MOVE WS-VEI-CATEGORIA(WS-SUB) TO VM-CATEGORIA-CNH
                    WRITE VEHICLE-MASTER-RECORD
                END-IF
            END-PERFORM.
                        UNTIL WS-SUB > WS-MOT-TOTAL
                    DISPLAY WS-MOT-ID(WS-SUB) " "
      -                 WS-MOT-NOME(WS-SUB) " EMP "
      -                 WS-MOT-EMP(WS-SUB) " CNH "
      -                 WS-MOT-CNH(WS-SUB) " "
      -                 WS-MOT-CATEGORIA(WS-SUB) " VENCE "
      -                 WS-MOT-VALIDADE(WS-SUB) " TOXICO "
      -                 WS-MOT-TOXICO(WS-SUB)
                END-PERFORM
             WHEN 2
                PERFORM INCLUI-ALTERA-MOTORISTA
                                WS-MOT-NOME(WS-MOT-TOTAL)
                            MOVE DR-EMP-ID TO
                                WS-MOT-EMP(WS-MOT-TOTAL)
                            MOVE DR-CNH-NUMERO TO
                                WS-MOT-CNH(WS-MOT-TOTAL)
                            MOVE DR-CNH-CATEGORIA TO
                                WS-MOT-CATEGORIA(WS-MOT-TOTAL)
                            IF DR-CNH-VALIDADE IS NUMERIC
                                MOVE DR-CNH-VALIDADE TO
                                    WS-MOT-VALIDADE(WS-MOT-TOTAL)
                            ELSE
                                MOVE 0 TO
                                    WS-MOT-VALIDADE(WS-MOT-TOTAL)
                            END-IF
                            IF DR-TOXICO-VALIDADE IS NUMERIC
                                MOVE DR-TOXICO-VALIDADE TO
                                    WS-MOT-TOXICO(WS-MOT-TOTAL)
                            ELSE
                                MOVE 0 TO
                                    WS-MOT-TOXICO(WS-MOT-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
                ACCEPT WS-NOME-ENTRADA
                DISPLAY "DIGITE O ID DE FUNCIONARIO (EMPMASTER):"
                ACCEPT WS-EMP-ENTRADA
                DISPLAY "DIGITE O NUMERO DA CNH:"
                ACCEPT WS-CNH-ENTRADA
                DISPLAY "DIGITE A CATEGORIA DA CNH (EX: B, D, AE):"
                ACCEPT WS-CATEGORIA-ENTRADA
                DISPLAY "DIGITE A VALIDADE DA CNH (AAAAMMDD):"
                ACCEPT WS-VALIDADE-ENTRADA
                MOVE 0 TO WS-TOXICO-ENTRADA
                IF WS-CATEGORIA-ENTRADA NOT = "A "
                        AND WS-CATEGORIA-ENTRADA NOT = "B "
                        AND WS-CATEGORIA-ENTRADA NOT = "AB"
                    DISPLAY "DIGITE O VENCIMENTO DO EXAME"
      -                 " TOXICOLOGICO (AAAAMMDD):"
                    ACCEPT WS-TOXICO-ENTRADA
                END-IF
                PERFORM VALIDA-CNH
                IF WS-VALIDO = 'S'
                    PERFORM GRAVA-MOTORISTA
                END-IF
            END-IF.

      * CNH number and expiry always; categories C, D and E carry
      * the toxicology exam by law, so its due date is required
      * for them.
       VALIDA-CNH.
            MOVE 'S' TO WS-VALIDO.
            EVALUATE TRUE
             WHEN WS-CNH-ENTRADA = SPACES
                DISPLAY "NUMERO DA CNH EM BRANCO - RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN NOT WS-CATEGORIA-VALIDA
                DISPLAY "CATEGORIA DE CNH INVALIDA - RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN WS-VALIDADE-ENTRADA NOT NUMERIC
                    OR WS-VALIDADE-ENTRADA = 0
                DISPLAY "VALIDADE DA CNH INVALIDA - RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN WS-CATEGORIA-ENTRADA NOT = "A "
                    AND WS-CATEGORIA-ENTRADA NOT = "B "
                    AND WS-CATEGORIA-ENTRADA NOT = "AB"
                    AND (WS-TOXICO-ENTRADA NOT NUMERIC
                    OR WS-TOXICO-ENTRADA = 0)
                DISPLAY "EXAME TOXICOLOGICO OBRIGATORIO - RECUSADO"
                MOVE 'N' TO WS-VALIDO
            END-EVALUATE.

       GRAVA-MOTORISTA.
            MOVE 'N' TO WS-ACHOU.
            MOVE 'N' TO WS-TABELA-CHEIA.
                IF WS-MOT-ID(WS-SUB) = WS-ID-ENTRADA
                    MOVE 'S' TO WS-ACHOU
                    MOVE SPACES TO WS-IMAGEM
                    PERFORM MONTA-IMAGEM-MOTORISTA
                    MOVE WS-IMAGEM TO WS-CHG-ANTES
                    PERFORM MOVE-ENTRADA-MOTORISTA
                END-IF
            END-PERFORM.
            IF WS-ACHOU = 'N'
                IF WS-MOT-TOTAL < 50
                    ADD 1 TO WS-MOT-TOTAL
                    MOVE WS-MOT-TOTAL TO WS-SUB
                    MOVE WS-ID-ENTRADA TO WS-MOT-ID(WS-SUB)
                    PERFORM MOVE-ENTRADA-MOTORISTA
                ELSE
                    DISPLAY "MASTER DE MOTORISTAS CHEIO"
                    MOVE 'S' TO WS-TABELA-CHEIA
                MOVE WS-ID-ENTRADA TO WS-CHG-CHAVE
                MOVE SPACES TO WS-IMAGEM
                STRING WS-ID-ENTRADA ";" WS-NOME-ENTRADA ";"
                    WS-EMP-ENTRADA ";" WS-CNH-ENTRADA ";"
                    WS-CATEGORIA-ENTRADA ";" WS-VALIDADE-ENTRADA ";"
                    WS-TOXICO-ENTRADA
                    DELIMITED BY SIZE INTO WS-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-DEPOIS
                PERFORM REGRAVA-MOTORISTAS
                IF WS-MOT-ID(WS-SUB) = WS-ID-ENTRADA
                    MOVE 'S' TO WS-ACHOU
                    MOVE SPACES TO WS-IMAGEM
                    PERFORM MONTA-IMAGEM-MOTORISTA
                    MOVE WS-IMAGEM TO WS-CHG-ANTES
                    MOVE SPACES TO WS-MOT-ID(WS-SUB)
                END-IF
                    MOVE WS-MOT-ID(WS-SUB) TO DR-ID
                    MOVE WS-MOT-NOME(WS-SUB) TO DR-NOME
                    MOVE WS-MOT-EMP(WS-SUB) TO DR-EMP-ID
                    MOVE WS-MOT-CNH(WS-SUB) TO DR-CNH-NUMERO
                    MOVE WS-MOT-CATEGORIA(WS-SUB) TO DR-CNH-CATEGORIA
                    MOVE WS-MOT-VALIDADE(WS-SUB) TO DR-CNH-VALIDADE
                    MOVE WS-MOT-TOXICO(WS-SUB) TO DR-TOXICO-VALIDADE
                    WRITE DRIVER-MASTER-RECORD
                END-IF
            END-PERFORM.
            CLOSE DRIVER-MASTER-FILE.

       MONTA-IMAGEM-MOTORISTA.
            MOVE SPACES TO WS-IMAGEM.
            STRING WS-MOT-ID(WS-SUB) ";"
                WS-MOT-NOME(WS-SUB) ";"
                WS-MOT-EMP(WS-SUB) ";"
                WS-MOT-CNH(WS-SUB) ";"
                WS-MOT-CATEGORIA(WS-SUB) ";"
                WS-MOT-VALIDADE(WS-SUB) ";"
                WS-MOT-TOXICO(WS-SUB)
                DELIMITED BY SIZE INTO WS-IMAGEM.

       MOVE-ENTRADA-MOTORISTA.
            MOVE WS-NOME-ENTRADA TO WS-MOT-NOME(WS-SUB).
            MOVE WS-EMP-ENTRADA TO WS-MOT-EMP(WS-SUB).
            MOVE WS-CNH-ENTRADA TO WS-MOT-CNH(WS-SUB).
            MOVE WS-CATEGORIA-ENTRADA TO WS-MOT-CATEGORIA(WS-SUB).
            MOVE WS-VALIDADE-ENTRADA TO WS-MOT-VALIDADE(WS-SUB).
            MOVE WS-TOXICO-ENTRADA TO WS-MOT-TOXICO(WS-SUB).

       MANTEM-CARTOES.
            PERFORM CARREGA-CARTOES.
            EVALUATE MODO
