      *          the routing, with a hard overdue flag on anything
      *          more than two weeks past its cycle. Mode 3 keys a
      *          completion: the last-shoed date moves to today,
      *          the order closes with the service done, the shoes
      *          and nails used and the animal's owner (a walk-in
      *          job with no open order gets a closed one, so the
      *          work is still billed), and the stable's FARRIERINV
      *          stock drops by the shoes actually used. Each
      *          animal carries its OWNERMST owner, whom LIVERYBILL
      *          bills monthly for the closed orders.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-ESTABULO
               FILE STATUS IS WS-FS-FARRIERINV.
           SELECT OWNER-MASTER-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OWNERMST.
           SELECT SHOE-PRICE-FILE ASSIGN TO "SHOEPRICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SHOEPRICE.
           SELECT WORK-ORDER-REPORT-FILE ASSIGN TO "FARRIERWO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
       DATA DIVISION.
       FILE SECTION.
       FD  ANIMALS-FILE.
           COPY "animal.cpy".

       FD  WORK-ORDERS-FILE.
           COPY "workord.cpy".

       FD  FARRIER-INVENTORY-FILE.
       01  FARRIER-INVENTORY-RECORD.
           05 FI-DELIM-1           PIC X(1).
           05 FI-QTD-ESTOQUE       PIC 9(5).

       FD  OWNER-MASTER-FILE.
           COPY "ownermst.cpy".

       FD  SHOE-PRICE-FILE.
           COPY "shoeprc.cpy".

       FD  WORK-ORDER-REPORT-FILE.
       01  WORK-ORDER-REPORT-RECORD PIC X(80).

           77 WS-FS-ANIMALS PIC X(2).
           77 WS-FS-WORKORDERS PIC X(2).
           77 WS-FS-FARRIERINV PIC X(2).
           77 WS-FS-OWNERMST PIC X(2).
           77 WS-FS-SHOEPRICE PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-ANIMAIS.
                   10 WS-ANI-ANIMAL     PIC X(10).
                   10 WS-ANI-ULTIMA     PIC 9(8).
                   10 WS-ANI-CICLO      PIC 9(3).
                   10 WS-ANI-PROPRIETARIO PIC X(10).
           77 WS-ANI-TOTAL PIC 9(3) VALUE 0.
           77 WS-ANI-SUB PIC 9(3).
           77 WS-ANI-ACHOU PIC X(1).
                   10 WS-ORD-ANIMAL     PIC X(10).
                   10 WS-ORD-DATA       PIC 9(8).
                   10 WS-ORD-STATUS     PIC X(1).
                   10 WS-ORD-SERVICO    PIC X(8).
                   10 WS-ORD-CONCLUSAO  PIC 9(8).
                   10 WS-ORD-FERRADURAS PIC 9(2).
                   10 WS-ORD-CRAVOS     PIC 9(3).
                   10 WS-ORD-PROPRIETARIO PIC X(10).
                   10 WS-ORD-FATURADA   PIC X(1).
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-ORD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ESTABULO-ENTRADA PIC X(10).
           77 WS-ANIMAL-ENTRADA PIC X(10).
           77 WS-CICLO-ENTRADA PIC 9(3).
           77 WS-ULTIMA-ENTRADA PIC 9(8).
           77 WS-QTD-FERRADURAS PIC 9(2).
           77 WS-QTD-CRAVOS PIC 9(3).
           77 WS-PROPRIETARIO-ENTRADA PIC X(10).
           77 WS-SERVICO-ENTRADA PIC X(8).
           77 WS-ORD-ACHOU PIC X(1).
           77 WS-CADASTRO-ACHOU PIC X(1).
           77 WS-ESTABULO-CORRENTE PIC X(10).
           77 WS-QTD-ORDENS PIC 9(3) VALUE 0.
           77 WS-DIAS-DESDE PIC S9(9).
                                WS-ANI-ULTIMA(WS-ANI-TOTAL)
                            MOVE AN-CICLO-DIAS TO
                                WS-ANI-CICLO(WS-ANI-TOTAL)
                            MOVE AN-PROPRIETARIO TO
                                WS-ANI-PROPRIETARIO(WS-ANI-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
                CLOSE ANIMALS-FILE
            END-IF.

      * WORKORDERS is written back whole by modes 2 and 3, so a file
      * bigger than the table sets WS-ORD-ESTOUROU and both refuse.
       CARREGA-ORDENS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT WORK-ORDERS-FILE.
                                WS-ORD-DATA(WS-ORD-TOTAL)
                            MOVE WO-STATUS TO
                                WS-ORD-STATUS(WS-ORD-TOTAL)
                            PERFORM CARREGA-CONCLUSAO-ORDEM
                        ELSE
                            MOVE 'S' TO WS-ORD-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
                CLOSE WORK-ORDERS-FILE
            END-IF.

      * Orders written before the completion fields existed read
      * them back as spaces: no service, nothing to bill.
       CARREGA-CONCLUSAO-ORDEM.
            MOVE WO-SERVICO TO WS-ORD-SERVICO(WS-ORD-TOTAL).
            MOVE WO-PROPRIETARIO TO WS-ORD-PROPRIETARIO(WS-ORD-TOTAL).
            MOVE WO-FATURADA TO WS-ORD-FATURADA(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-CONCLUSAO(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-FERRADURAS(WS-ORD-TOTAL).
            MOVE 0 TO WS-ORD-CRAVOS(WS-ORD-TOTAL).
            IF WO-DATA-CONCLUSAO IS NUMERIC
                MOVE WO-DATA-CONCLUSAO TO
                    WS-ORD-CONCLUSAO(WS-ORD-TOTAL)
            END-IF
            IF WO-QTD-FERRADURAS IS NUMERIC
                MOVE WO-QTD-FERRADURAS TO
                    WS-ORD-FERRADURAS(WS-ORD-TOTAL)
            END-IF
            IF WO-QTD-CRAVOS IS NUMERIC
                MOVE WO-QTD-CRAVOS TO WS-ORD-CRAVOS(WS-ORD-TOTAL)
            END-IF.

       MANTEM-ANIMAIS.
            DISPLAY "1 - LISTAR / 2 - INCLUIR OU ALTERAR"
            ACCEPT MODO
      -                 WS-ANI-ANIMAL(WS-ANI-SUB)
      -                 " ULT " WS-ANI-ULTIMA(WS-ANI-SUB)
      -                 " CICLO " WS-ANI-CICLO(WS-ANI-SUB)
      -                 " PROPRIETARIO " WS-ANI-PROPRIETARIO(WS-ANI-SUB)
                END-PERFORM
            ELSE
                DISPLAY "DIGITE O ESTABULO:"
                ACCEPT WS-CICLO-ENTRADA
                DISPLAY "ULTIMA FERRAGEM (AAAAMMDD, 0 = NUNCA):"
                ACCEPT WS-ULTIMA-ENTRADA
                MOVE 'N' TO WS-CADASTRO-ACHOU
                PERFORM UNTIL WS-CADASTRO-ACHOU = 'S'
                    DISPLAY "PROPRIETARIO (OWNERMST, ENTER = SEM):"
                    MOVE SPACES TO WS-PROPRIETARIO-ENTRADA
                    ACCEPT WS-PROPRIETARIO-ENTRADA
                    PERFORM VERIFICA-PROPRIETARIO
                END-PERFORM
                MOVE 'N' TO WS-ANI-ACHOU
                PERFORM VARYING WS-ANI-SUB FROM 1 BY 1
                        UNTIL WS-ANI-SUB > WS-ANI-TOTAL
                            WS-ANI-CICLO(WS-ANI-SUB)
                        MOVE WS-ULTIMA-ENTRADA TO
                            WS-ANI-ULTIMA(WS-ANI-SUB)
                        MOVE WS-PROPRIETARIO-ENTRADA TO
                            WS-ANI-PROPRIETARIO(WS-ANI-SUB)
                    END-IF
                END-PERFORM
                IF WS-ANI-ACHOU = 'N'
                            WS-ANI-CICLO(WS-ANI-TOTAL)
                        MOVE WS-ULTIMA-ENTRADA TO
                            WS-ANI-ULTIMA(WS-ANI-TOTAL)
                        MOVE WS-PROPRIETARIO-ENTRADA TO
                            WS-ANI-PROPRIETARIO(WS-ANI-TOTAL)
                        MOVE 'S' TO WS-ANI-ACHOU
                    ELSE
                        DISPLAY "ARQUIVO DE ANIMAIS CHEIO"
                END-IF
            END-IF.

      * The owner must be on OWNERMST once that master is deployed;
      * an animal may also be left without one (not billed).
       VERIFICA-PROPRIETARIO.
            MOVE 'S' TO WS-CADASTRO-ACHOU.
            IF WS-PROPRIETARIO-ENTRADA NOT = SPACES
                OPEN INPUT OWNER-MASTER-FILE
                IF WS-FS-OWNERMST = "00"
                    MOVE 'N' TO WS-CADASTRO-ACHOU
                    MOVE 'N' TO WS-EOF-ARQ
                    PERFORM UNTIL WS-EOF-ARQ = 'Y'
                            OR WS-CADASTRO-ACHOU = 'S'
                        READ OWNER-MASTER-FILE
                            AT END
                                MOVE 'Y' TO WS-EOF-ARQ
                            NOT AT END
                                IF OW-ID = WS-PROPRIETARIO-ENTRADA
                                    MOVE 'S' TO WS-CADASTRO-ACHOU
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE OWNER-MASTER-FILE
                    IF WS-CADASTRO-ACHOU = 'N'
                        DISPLAY "PROPRIETARIO NAO CADASTRADO: "
      -                     WS-PROPRIETARIO-ENTRADA
                    END-IF
                END-IF
            END-IF.

      * One open order per animal past its cycle, grouped by stable
      * so the farrier does one barn at a time; more than two weeks
      * past gets the hard flag that used to be a wiped board.
       GERA-ORDENS.
            IF WS-ORD-ESTOUROU = 'S'
                DISPLAY "WORKORDERS EXCEDE 100 ORDENS - GERACAO"
      -             " RECUSADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM EMITE-ORDENS
            END-IF.

      * An order that no longer fits is still printed for the
      * farrier but not recorded; the run ends in error so the
      * file is dealt with before the completions come in.
       EMITE-ORDENS.
            OPEN OUTPUT WORK-ORDER-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "ORDENS DE FERRAGEM - " WS-DATA-REF
            CLOSE WORK-ORDER-REPORT-FILE.
            IF WS-QTD-ORDENS > 0
                PERFORM REGRAVA-ORDENS
            END-IF
            IF WS-ORD-ESTOUROU = 'S'
                DISPLAY "WORKORDERS CHEIO - ORDENS ACIMA DE 100 NAO"
      -             " GRAVADAS"
                MOVE 8 TO RETURN-CODE
            END-IF.

       AVALIA-UM-ANIMAL.
                    MOVE 'S' TO WS-ANI-ACHOU
                END-IF
            END-PERFORM.
            IF WS-ANI-ACHOU = 'N' AND WS-ORD-TOTAL NOT < 100
                MOVE 'S' TO WS-ORD-ESTOUROU
            END-IF
            IF WS-ANI-ACHOU = 'N' AND WS-ORD-TOTAL < 100
                ADD 1 TO WS-ORD-TOTAL
                MOVE WS-ANI-ESTABULO(WS-ANI-SUB) TO
                    WS-ORD-ANIMAL(WS-ORD-TOTAL)
                MOVE WS-DATA-REF TO WS-ORD-DATA(WS-ORD-TOTAL)
                MOVE 'A' TO WS-ORD-STATUS(WS-ORD-TOTAL)
                MOVE SPACES TO WS-ORD-SERVICO(WS-ORD-TOTAL)
                MOVE 0 TO WS-ORD-CONCLUSAO(WS-ORD-TOTAL)
                MOVE 0 TO WS-ORD-FERRADURAS(WS-ORD-TOTAL)
                MOVE 0 TO WS-ORD-CRAVOS(WS-ORD-TOTAL)
                MOVE SPACES TO WS-ORD-PROPRIETARIO(WS-ORD-TOTAL)
                MOVE 'N' TO WS-ORD-FATURADA(WS-ORD-TOTAL)
            END-IF
            ADD 1 TO WS-QTD-ORDENS.
            IF WS-ANI-ESTABULO(WS-ANI-SUB) NOT =
            PERFORM GRAVA-LINHA.

       CONCLUI-FERRAGEM.
            IF WS-ORD-ESTOUROU = 'S'
                DISPLAY "WORKORDERS EXCEDE 100 ORDENS - CONCLUSAO"
      -             " RECUSADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM REGISTRA-CONCLUSAO
            END-IF.

      * A walk-in job needs a free line on WORKORDERS; with the
      * table full the completion is refused before anything is
      * rewritten, or the work would go unbilled.
       REGISTRA-CONCLUSAO.
            DISPLAY "DIGITE O ESTABULO:"
            ACCEPT WS-ESTABULO-ENTRADA
            DISPLAY "DIGITE O ANIMAL:"
            ACCEPT WS-ANIMAL-ENTRADA
            MOVE 'N' TO WS-CADASTRO-ACHOU
            PERFORM UNTIL WS-CADASTRO-ACHOU = 'S'
                DISPLAY "SERVICO EXECUTADO (CODIGO SHOEPRICE):"
                MOVE SPACES TO WS-SERVICO-ENTRADA
                ACCEPT WS-SERVICO-ENTRADA
                PERFORM VERIFICA-SERVICO
            END-PERFORM
            DISPLAY "FERRADURAS USADAS:"
            ACCEPT WS-QTD-FERRADURAS
            DISPLAY "CRAVOS USADOS:"
            ACCEPT WS-QTD-CRAVOS
            MOVE 'N' TO WS-ANI-ACHOU
            PERFORM VARYING WS-ANI-SUB FROM 1 BY 1
                    UNTIL WS-ANI-SUB > WS-ANI-TOTAL
                            WS-ANIMAL-ENTRADA
                    MOVE 'S' TO WS-ANI-ACHOU
                    MOVE WS-DATA-REF TO WS-ANI-ULTIMA(WS-ANI-SUB)
                    MOVE WS-ANI-PROPRIETARIO(WS-ANI-SUB)
                        TO WS-PROPRIETARIO-ENTRADA
                END-IF
            END-PERFORM
            MOVE 'N' TO WS-ORD-ACHOU
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-ESTABULO(WS-ORD-SUB) =
                        WS-ESTABULO-ENTRADA
                        AND WS-ORD-ANIMAL(WS-ORD-SUB) =
                            WS-ANIMAL-ENTRADA
                        AND WS-ORD-STATUS(WS-ORD-SUB) = 'A'
                    MOVE 'S' TO WS-ORD-ACHOU
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-ANI-ACHOU = 'N'
                    DISPLAY "ANIMAL NAO ENCONTRADO"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-ORD-ACHOU = 'N' AND WS-ORD-TOTAL NOT < 100
                    DISPLAY "WORKORDERS CHEIO - CONCLUSAO RECUSADA"
                    MOVE 8 TO RETURN-CODE
                WHEN OTHER
                    PERFORM FECHA-ORDENS-ANIMAL
                    IF WS-ORD-ACHOU = 'N'
                        PERFORM INCLUI-ORDEM-AVULSA
                    END-IF
                    PERFORM REGRAVA-ANIMAIS
                    PERFORM REGRAVA-ORDENS
                    PERFORM BAIXA-ESTOQUE-FERRADURAS
                    DISPLAY "FERRAGEM CONCLUIDA"
            END-EVALUATE.

       FECHA-ORDENS-ANIMAL.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                IF WS-ORD-ESTABULO(WS-ORD-SUB) =
                        WS-ESTABULO-ENTRADA
                        AND WS-ORD-ANIMAL(WS-ORD-SUB) =
                            WS-ANIMAL-ENTRADA
                        AND WS-ORD-STATUS(WS-ORD-SUB) = 'A'
                    PERFORM FECHA-ORDEM
                END-IF
            END-PERFORM.

      * What LIVERYBILL needs to bill the job: the service, the
      * consumables and the owner the animal had when it was done.
       FECHA-ORDEM.
            MOVE 'F' TO WS-ORD-STATUS(WS-ORD-SUB).
            MOVE WS-SERVICO-ENTRADA TO WS-ORD-SERVICO(WS-ORD-SUB).
            MOVE WS-DATA-REF TO WS-ORD-CONCLUSAO(WS-ORD-SUB).
            MOVE WS-QTD-FERRADURAS TO WS-ORD-FERRADURAS(WS-ORD-SUB).
            MOVE WS-QTD-CRAVOS TO WS-ORD-CRAVOS(WS-ORD-SUB).
            MOVE WS-PROPRIETARIO-ENTRADA
                TO WS-ORD-PROPRIETARIO(WS-ORD-SUB).
            MOVE 'N' TO WS-ORD-FATURADA(WS-ORD-SUB).

      * A job done ahead of the weekly run has no open order; one
      * is written already closed so the work does not go unbilled.
       INCLUI-ORDEM-AVULSA.
            ADD 1 TO WS-ORD-TOTAL.
            MOVE WS-ORD-TOTAL TO WS-ORD-SUB.
            MOVE WS-ESTABULO-ENTRADA TO WS-ORD-ESTABULO(WS-ORD-SUB).
            MOVE WS-ANIMAL-ENTRADA TO WS-ORD-ANIMAL(WS-ORD-SUB).
            MOVE WS-DATA-REF TO WS-ORD-DATA(WS-ORD-SUB).
            PERFORM FECHA-ORDEM.

      * With SHOEPRICE deployed the service must be a priced 'S'
      * code, so every closed order can be billed.
       VERIFICA-SERVICO.
            MOVE 'S' TO WS-CADASTRO-ACHOU.
            IF WS-SERVICO-ENTRADA = SPACES
                DISPLAY "SERVICO OBRIGATORIO"
                MOVE 'N' TO WS-CADASTRO-ACHOU
            ELSE
                OPEN INPUT SHOE-PRICE-FILE
                IF WS-FS-SHOEPRICE = "00"
                    MOVE 'N' TO WS-CADASTRO-ACHOU
                    MOVE 'N' TO WS-EOF-ARQ
                    PERFORM UNTIL WS-EOF-ARQ = 'Y'
                            OR WS-CADASTRO-ACHOU = 'S'
                        READ SHOE-PRICE-FILE
                            AT END
                                MOVE 'Y' TO WS-EOF-ARQ
                            NOT AT END
                                IF FP-CODIGO = WS-SERVICO-ENTRADA
                                        AND FP-TIPO = 'S'
                                    MOVE 'S' TO WS-CADASTRO-ACHOU
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE SHOE-PRICE-FILE
                    IF WS-CADASTRO-ACHOU = 'N'
                        DISPLAY "SERVICO NAO CADASTRADO NO SHOEPRICE: "
      -                     WS-SERVICO-ENTRADA
                    END-IF
                END-IF
            END-IF.

      * The shoes actually nailed come off the stable's FARRIERINV
                MOVE WS-ANI-ANIMAL(WS-ANI-IX) TO AN-ANIMAL
                MOVE WS-ANI-ULTIMA(WS-ANI-IX) TO AN-ULT-FERRAGEM
                MOVE WS-ANI-CICLO(WS-ANI-IX) TO AN-CICLO-DIAS
                MOVE WS-ANI-PROPRIETARIO(WS-ANI-IX) TO AN-PROPRIETARIO
                WRITE ANIMALS-RECORD
            END-PERFORM.
            CLOSE ANIMALS-FILE.
                MOVE WS-ORD-ANIMAL(WS-ORD-IX) TO WO-ANIMAL
                MOVE WS-ORD-DATA(WS-ORD-IX) TO WO-DATA-GERACAO
                MOVE WS-ORD-STATUS(WS-ORD-IX) TO WO-STATUS
                MOVE WS-ORD-SERVICO(WS-ORD-IX) TO WO-SERVICO
                MOVE WS-ORD-CONCLUSAO(WS-ORD-IX) TO WO-DATA-CONCLUSAO
                MOVE WS-ORD-FERRADURAS(WS-ORD-IX) TO WO-QTD-FERRADURAS
                MOVE WS-ORD-CRAVOS(WS-ORD-IX) TO WO-QTD-CRAVOS
                MOVE WS-ORD-PROPRIETARIO(WS-ORD-IX)
                    TO WO-PROPRIETARIO
                MOVE WS-ORD-FATURADA(WS-ORD-IX) TO WO-FATURADA
                WRITE WORK-ORDERS-RECORD
            END-PERFORM.
            CLOSE WORK-ORDERS-FILE.
