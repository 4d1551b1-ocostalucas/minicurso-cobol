           05 SP-CUSTO-BORDA        PIC 9(4)V99.

       FD  QUOTES-FILE.
           COPY "quotes.cpy".

       FD  QUOTE-SLIP-FILE.
       01  QUOTE-SLIP-RECORD        PIC X(70).
           77 WS-QUOTE-BORDA PIC 9(6)V99.
           77 WS-QUOTE-VALOR PIC 9(7)V99.
           77 WS-QUOTE-NUMERO PIC 9(6).
           77 WS-LADO-CORTE PIC 9(5).
           77 WS-SERIE-ID PIC X(1).
           77 WS-ID-EMITIDO PIC X(10).
           77 WS-NUMERO-EMITIDO PIC 9(8).
      * Prices the shape just classified: material cost per unit of
      * area plus edging per unit of perimeter, from the SHAPEPRICE
      * file, onto a numbered quote record and a printable slip.
      * The quote also keeps the side of the square blank the shape
      * is cut from, for the cutting list of an accepted quote.
       GERA-ORCAMENTO.
            DISPLAY "FORMA (1-QUADRILATERO 2-TRIANGULO 3-CIRCULO):"
            ACCEPT WS-FORMA-ORCADA
            MOVE 0 TO WS-QUOTE-AREA
            MOVE 0 TO WS-QUOTE-BORDA
            MOVE 0 TO WS-LADO-CORTE
            EVALUATE WS-FORMA-ORCADA
             WHEN 1
                MOVE 1 TO MODO
                PERFORM CLASSIFICA-QUADRILATERO
                MOVE WS-AREA-QUAD TO WS-QUOTE-AREA
                MOVE WS-PERIM-QUAD TO WS-QUOTE-BORDA
                MOVE LADO1 TO WS-LADO-CORTE
                IF LADO2 > WS-LADO-CORTE
                    MOVE LADO2 TO WS-LADO-CORTE
                END-IF
             WHEN 2
                MOVE 2 TO MODO
                PERFORM CLASSIFICA-TRIANGULO
                MOVE WS-AREA-TRIANGULO TO WS-QUOTE-AREA
                MOVE WS-PERIMETRO-TRIANGULO TO WS-QUOTE-BORDA
                MOVE LADO1 TO WS-LADO-CORTE
                IF LADO2 > WS-LADO-CORTE
                    MOVE LADO2 TO WS-LADO-CORTE
                END-IF
                IF LADO3 > WS-LADO-CORTE
                    MOVE LADO3 TO WS-LADO-CORTE
                END-IF
             WHEN 3
                MOVE 3 TO MODO
                PERFORM CLASSIFICA-CIRCULO
                MOVE WS-AREA-CIRCULO TO WS-QUOTE-AREA
                MOVE WS-CIRCUNFERENCIA TO WS-QUOTE-BORDA
                COMPUTE WS-LADO-CORTE = 2 * RAIO
             WHEN OTHER
                DISPLAY "FORMA INVALIDA"
            END-EVALUATE
            MOVE WS-QUOTE-AREA TO QT-AREA.
            MOVE WS-QUOTE-BORDA TO QT-BORDA.
            MOVE WS-QUOTE-VALOR TO QT-VALOR.
            IF WS-LADO-CORTE > 9999
                MOVE 9999 TO WS-LADO-CORTE
            END-IF
            MOVE WS-LADO-CORTE TO QT-LADO-CORTE.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
