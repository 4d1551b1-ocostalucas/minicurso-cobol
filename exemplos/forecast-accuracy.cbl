      *          under-forecast) over the last thirty days, with a
      *          flag on every product whose average error passes
      *          the tolerance so the baker knows where to overrule
      *          the plan. Since the plan bakes the ENCOMENDAS
      *          special orders too, the orders collected that day
      *          count as sold; their money lines on DAILYSALES do
      *          not.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DAILY-SALES-FILE ASSIGN TO "DAILYSALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAILYSALES.
           SELECT SPECIAL-ORDER-FILE ASSIGN TO "ENCOMENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT FORECAST-ERROR-FILE ASSIGN TO "FCSTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FCSTERR.
           05 DS-DELIM-4            PIC X(1).
           05 DS-DATA               PIC 9(8).

       FD  SPECIAL-ORDER-FILE.
           COPY "encomend.cpy".

       FD  FORECAST-ERROR-FILE.
       01  FORECAST-ERROR-RECORD.
           05 FE-PRODUTO            PIC X(10).
       WORKING-STORAGE SECTION.
           77 WS-FS-PRODPLAN PIC X(2).
           77 WS-FS-DAILYSALES PIC X(2).
           77 WS-FS-ENCOMENDAS PIC X(2).
           77 WS-FS-FCSTERR PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DS-DATA = WS-DATA-REF
                                AND DS-PRODUTO NOT = "ENCOMENDA"
                            MOVE DS-PRODUTO TO WS-PRODUTO-MOV
                            MOVE DS-QTD-VENDIDA TO WS-QTD-MOV
                            PERFORM SOMA-VENDIDO-DIA
            END-PERFORM.
            IF WS-FS-DAILYSALES = "10"
                CLOSE DAILY-SALES-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SPECIAL-ORDER-FILE.
            IF WS-FS-ENCOMENDAS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SPECIAL-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF EC-STATUS = 'R'
                                AND EC-DATA-BAIXA = WS-DATA-REF
                            MOVE EC-PRODUTO TO WS-PRODUTO-MOV
                            MOVE EC-QTD TO WS-QTD-MOV
                            PERFORM SOMA-VENDIDO-DIA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENCOMENDAS = "10"
                CLOSE SPECIAL-ORDER-FILE
            END-IF.

       SOMA-PLANEJADO-DIA.
