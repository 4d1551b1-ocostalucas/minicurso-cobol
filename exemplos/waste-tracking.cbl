      *          product's recipe cost off RECIPE and INGREDIENT.
      *          Mode 2 is the shrinkage report for the day:
      *          planned minus sold minus waste per product, so the
      *          unexplained loaves finally show; the ENCOMENDAS
      *          special orders collected that day count as sold
      *          (the plan baked them), their money lines on
      *          DAILYSALES do not. Mode 3 is the
      *          monthly waste trend: quantity and cost per day of
      *          the keyed month, to see whether the forecast
      *          changes are actually reducing discards.
           SELECT DAILY-SALES-FILE ASSIGN TO "DAILYSALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DAILYSALES.
           SELECT SPECIAL-ORDER-FILE ASSIGN TO "ENCOMENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENCOMENDAS.
           SELECT SHRINKAGE-REPORT-FILE ASSIGN TO "SHRINKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
           05 DS-DELIM-4            PIC X(1).
           05 DS-DATA               PIC 9(8).

       FD  SPECIAL-ORDER-FILE.
           COPY "encomend.cpy".

       FD  SHRINKAGE-REPORT-FILE.
       01  SHRINKAGE-REPORT-RECORD  PIC X(90).

           77 WS-FS-INGREDIENT PIC X(2).
           77 WS-FS-PRODPLAN PIC X(2).
           77 WS-FS-DAILYSALES PIC X(2).
           77 WS-FS-ENCOMENDAS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-CUSTO-RECEITA.
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DS-DATA = WS-DATA-REF
                                AND DS-PRODUTO NOT = "ENCOMENDA"
                            MOVE DS-PRODUTO TO WS-PRODUTO-MOV
                            MOVE DS-QTD-VENDIDA TO WS-QTD-MOV
                            MOVE 2 TO WS-COLUNA-MOV
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
                            MOVE 2 TO WS-COLUNA-MOV
                            PERFORM SOMA-COLUNA-QUEBRA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ENCOMENDAS = "10"
                CLOSE SPECIAL-ORDER-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT WASTE-LOG-FILE.
            IF WS-FS-WASTELOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
