      *          a letter goes out only when the account has
      *          escalated past what it last received. Invoices
      *          carried by a payment plan (status 'R') are not
      *          dunned; a livery owner's account (tariff 'L') gets
      *          a collection notice at stage 3 instead of the
      *          supply cut-off warning. Ends with the per-stage
      *          counts for the supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                   10 WS-CLI-CONTA      PIC 9(6).
                   10 WS-CLI-NOME       PIC X(20).
                   10 WS-CLI-ENDERECO   PIC X(30).
                   10 WS-CLI-TARIFA     PIC X(1).
           77 WS-CLI-TOTAL PIC 9(3) VALUE 0.
           77 WS-CLI-SUB PIC 9(3).
           77 WS-CLI-ACHOU PIC X(1).
                    NOT AT END
                        IF BH-STATUS NOT = 'Q'
                                AND BH-STATUS NOT = 'R'
                                AND BH-STATUS NOT = 'W'
                            PERFORM AVALIA-FATURA-ABERTA
                        END-IF
                END-READ
                                WS-CLI-NOME(WS-CLI-TOTAL)
                            MOVE CU-ENDERECO TO
                                WS-CLI-ENDERECO(WS-CLI-TOTAL)
                            MOVE CU-TARIFA TO
                                WS-CLI-TARIFA(WS-CLI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
                PERFORM GRAVA-LINHA
                MOVE "ABERTO. REGULARIZE PARA EVITAR ACRESCIMOS."
                    TO WS-LINHA
      * A livery owner's account has no supply to cut: its last
      * notice warns of collection instead.
             WHEN 3
                IF WS-CLI-ACHOU = 'S'
                        AND WS-CLI-TARIFA(WS-CLI-SUB) = 'L'
                    MOVE "ULTIMO AVISO: SEM PAGAMENTO EM 10 DIAS O"
                        TO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE "DEBITO SERA ENCAMINHADO PARA COBRANCA."
                        TO WS-LINHA
                ELSE
                    MOVE "AVISO DE CORTE: SEM PAGAMENTO EM 10 DIAS O"
                        TO WS-LINHA
                    PERFORM GRAVA-LINHA
                    MOVE "FORNECIMENTO SERA SUSPENSO CONFORME CONTRATO."
                        TO WS-LINHA
                END-IF
            END-EVALUATE.
            PERFORM GRAVA-LINHA.

