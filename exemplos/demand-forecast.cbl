      *          on top as a committed floor - forecast covers the
      *          walk-ins, the committed quantity covers the cafes -
      *          except on HOLCAL holidays, when the standing
      *          deliveries skip. The open ENCOMENDAS special
      *          orders due for pickup on the plan day ride on top
      *          the same way, holiday or not; their deposit and
      *          balance lines on DAILYSALES (the ENCOMENDA
      *          pseudo-product) are money, not demand, and stay
      *          out of the history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STANDORD.
           SELECT SPECIAL-ORDER-FILE ASSIGN TO "ENCOMENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
       FD  STANDING-ORDER-FILE.
           COPY "standord.cpy".

       FD  SPECIAL-ORDER-FILE.
           COPY "encomend.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

           77 WS-FS-HOLCAL PIC X(2).
           77 WS-EOF-DAILYSALES PIC X(1) VALUE 'N'.
           77 WS-EOF-STANDORD PIC X(1).
           77 WS-FS-ENCOMENDAS PIC X(2).
           77 WS-EOF-ENCOMENDAS PIC X(1).
           01 WS-TABELA-COMPROMETIDO.
               05 WS-CMP-ENTRADA OCCURS 20 TIMES
                       INDEXED BY WS-CMP-IX.
                   10 WS-CMP-PRODUTO    PIC X(10).
                   10 WS-CMP-QTD        PIC 9(6).
                   10 WS-CMP-ENC        PIC 9(6).
           77 WS-CMP-TOTAL PIC 9(2) VALUE 0.
           77 WS-CMP-SUB PIC 9(2).
           77 WS-CMP-ACHOU PIC X(1).
           77 WS-QTD-COMPROMETIDA PIC 9(6).
           77 WS-QTD-ENCOMENDADA PIC 9(6).
           77 WS-AMANHA-FERIADO PIC X(1) VALUE 'N'.
           COPY "holwk.cpy".
           01 WS-TABELA-DEMANDA.
            PERFORM CARREGA-FERIADOS
            PERFORM VERIFICA-FERIADO-AMANHA
            PERFORM CARREGA-COMPROMETIDOS
            PERFORM CARREGA-ENCOMENDAS
            PERFORM ACUMULA-DEMANDA
            PERFORM COMPLETA-PRODUTOS-FIXOS
            IF WS-DEM-TOTAL = 0
                ADD 1 TO WS-CMP-TOTAL
                MOVE SO-PRODUTO TO WS-CMP-PRODUTO(WS-CMP-TOTAL)
                MOVE SO-QTD TO WS-CMP-QTD(WS-CMP-TOTAL)
                MOVE 0 TO WS-CMP-ENC(WS-CMP-TOTAL)
            END-IF.

      * The customers' special orders still open for pickup on the
      * plan day, totalled per product beside the cafes' quantity.
       CARREGA-ENCOMENDAS.
            MOVE 'N' TO WS-EOF-ENCOMENDAS.
            OPEN INPUT SPECIAL-ORDER-FILE.
            IF WS-FS-ENCOMENDAS NOT = "00"
                MOVE 'Y' TO WS-EOF-ENCOMENDAS
            END-IF
            PERFORM UNTIL WS-EOF-ENCOMENDAS = 'Y'
                READ SPECIAL-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ENCOMENDAS
                    NOT AT END
                        IF EC-STATUS = 'A'
                                AND EC-DATA-RETIRADA = WS-DATA-AMANHA
                            PERFORM SOMA-ENCOMENDA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENCOMENDAS = "10"
                CLOSE SPECIAL-ORDER-FILE
            END-IF.

       SOMA-ENCOMENDA.
            MOVE 'N' TO WS-CMP-ACHOU.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-TOTAL
                    OR WS-CMP-ACHOU = 'S'
                IF WS-CMP-PRODUTO(WS-CMP-SUB) = EC-PRODUTO
                    ADD EC-QTD TO WS-CMP-ENC(WS-CMP-SUB)
                    MOVE 'S' TO WS-CMP-ACHOU
                END-IF
            END-PERFORM.
            IF WS-CMP-ACHOU = 'N' AND WS-CMP-TOTAL < 20
                ADD 1 TO WS-CMP-TOTAL
                MOVE EC-PRODUTO TO WS-CMP-PRODUTO(WS-CMP-TOTAL)
                MOVE 0 TO WS-CMP-QTD(WS-CMP-TOTAL)
                MOVE EC-QTD TO WS-CMP-ENC(WS-CMP-TOTAL)
            END-IF.

      * A product only the cafes or the special orders take has no
      * sales history; it still needs a plan line so the committed
      * floor bakes.
       COMPLETA-PRODUTOS-FIXOS.
            PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                    UNTIL WS-CMP-SUB > WS-CMP-TOTAL
                    AT END
                        MOVE 'Y' TO WS-EOF-DAILYSALES
                    NOT AT END
                        IF DS-PRODUTO NOT = "ENCOMENDA"
                            MOVE DS-DATA(1:8) TO WS-DATA-ATUAL
                            PERFORM CALCULA-DIA-SEMANA
                            PERFORM ACUMULA-PRODUTO-DEMANDA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DAILYSALES = "10"
                    COMPUTE WS-QTD-SUGERIDA ROUNDED = WS-MEDIA-DIARIA
                END-IF
                MOVE 0 TO WS-QTD-COMPROMETIDA
                MOVE 0 TO WS-QTD-ENCOMENDADA
                PERFORM VARYING WS-CMP-SUB FROM 1 BY 1
                        UNTIL WS-CMP-SUB > WS-CMP-TOTAL
                    IF WS-CMP-PRODUTO(WS-CMP-SUB) =
                            WS-DEM-PRODUTO(WS-DEM-SUB)
                        MOVE WS-CMP-QTD(WS-CMP-SUB)
                            TO WS-QTD-COMPROMETIDA
                        MOVE WS-CMP-ENC(WS-CMP-SUB)
                            TO WS-QTD-ENCOMENDADA
                    END-IF
                END-PERFORM
      * Forecast covers the walk-in trade; the cafes' committed
      * quantity and the special orders bake on top of it, never
      * inside it.
                ADD WS-QTD-COMPROMETIDA TO WS-QTD-SUGERIDA
                ADD WS-QTD-ENCOMENDADA TO WS-QTD-SUGERIDA
                MOVE SPACES TO PRODUCTION-PLAN-RECORD
                MOVE WS-DEM-PRODUTO(WS-DEM-SUB) TO PP-PRODUTO
                MOVE WS-DATA-AMANHA TO PP-DATA
                    " SUGERIDO " WS-QTD-SUGERIDA
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                IF WS-QTD-ENCOMENDADA > 0
                    MOVE SPACES TO WS-LINHA
                    STRING "           DOS QUAIS ENCOMENDAS "
                        WS-QTD-ENCOMENDADA
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-PERFORM.
            CLOSE PRODUCTION-PLAN-FILE.
            CLOSE PLAN-PRINT-FILE.
