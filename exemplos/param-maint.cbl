      * Date:
      * Purpose: screen maintenance for the shared PARAMCTL control
      *          card that now drives the bakery rent, the tax rates,
      *          the fuel ratio, the tiered electricity rates, the
      *          grade weights, the recipe margin limits and the
      *          traffic-fine recovery policy. Each field is edited
      *          on a labelled screen (same style as the
      *          punch-correction screen in the payroll program),
      *          range-checked before anything
      *          is written, and every change lands in PARAMAUDIT
      *          with the old and new card images. A rate change can
      *          be keyed ahead of its start date: future-dated sets
       01  PARAM-EFFECTIVE-RECORD.
           05 PE-DATA-VIGENCIA      PIC 9(8).
           05 PE-DELIM-1            PIC X(1).
           05 PE-IMAGEM             PIC X(90).

       FD  PARAM-AUDIT-FILE.
       01  PARAM-AUDIT-RECORD.
           05 PA-DELIM-2            PIC X(1).
           05 PA-OPERADOR           PIC X(10).
           05 PA-DELIM-3            PIC X(1).
           05 PA-IMAGEM-ANTES       PIC X(90).
           05 PA-DELIM-4            PIC X(1).
           05 PA-IMAGEM-DEPOIS      PIC X(90).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".
           77 WS-FS-PARAMAUDIT PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-PARAMEFF PIC X(1).
      * The card images grew with the card itself: PC-PISO-LIQUIDO,
      * PC-PRAZO-JANELA and PC-TAXA-RELIGACAO push the record past
      * the old 60 bytes to 70, the three margin limits to 85 and
      * the traffic-fine recovery policy to 90.
           77 WS-IMAGEM-ANTES PIC X(90).
           77 WS-IMAGEM-DEPOIS PIC X(90).
           77 WS-IMAGEM-VIGENTE PIC X(90).
           77 WS-PRAZO-HORAS PIC 9(2).
           77 WS-PRAZO-RESTO PIC 9(2).
           77 WS-DATA-VIGENCIA PIC 9(8).
           05 LINE 15 COL 26 PIC 9(6)V99 USING PC-PISO-LIQUIDO.
           05 LINE 16 COL 1 VALUE "PRAZO JANELA (HHMM)....:".
           05 LINE 16 COL 26 PIC 9(4) USING PC-PRAZO-JANELA.
           05 LINE 17 COL 1 VALUE "TAXA DE RELIGACAO......:".
           05 LINE 17 COL 26 PIC 9(4)V99 USING PC-TAXA-RELIGACAO.
           05 LINE 18 COL 1 VALUE "MARGEM MINIMA (%)......:".
           05 LINE 18 COL 26 PIC 9(2)V99 USING PC-MARGEM-MINIMA.
           05 LINE 19 COL 1 VALUE "QUEDA MAX MARGEM (PTS).:".
           05 LINE 19 COL 26 PIC 9(2)V99 USING PC-QUEDA-MARGEM.
           05 LINE 20 COL 1 VALUE "MARGEM ALVO (%)........:".
           05 LINE 20 COL 26 PIC 9(2)V99 USING PC-MARGEM-ALVO.
           05 LINE 21 COL 1 VALUE "DESCONTA MULTA (S/N)...:".
           05 LINE 21 COL 26 PIC X(1) USING PC-MULTA-DESCONTO.
           05 LINE 22 COL 1 VALUE "PARCELAS DA MULTA......:".
           05 LINE 22 COL 26 PIC 9(2) USING PC-MULTA-PARCELAS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        PERFORM INICIALIZA-CARTAO-PADRAO
                END-READ
                CLOSE PARAM-CONTROL-FILE
      * A card written before the margin limits existed reads
      * them back as spaces; start the edit from the defaults.
                IF PC-MARGEM-ALVO NOT NUMERIC
                    MOVE 30.00 TO PC-MARGEM-MINIMA
                    MOVE 10.00 TO PC-QUEDA-MARGEM
                    MOVE 50.00 TO PC-MARGEM-ALVO
                END-IF
                IF PC-MULTA-PARCELAS NOT NUMERIC
                    MOVE 'N' TO PC-MULTA-DESCONTO
                    MOVE 3 TO PC-MULTA-PARCELAS
                END-IF
            ELSE
                PERFORM INICIALIZA-CARTAO-PADRAO
            END-IF.
            MOVE 3 TO PC-PESO-N3.
      * Zero matches the consuming programs' own defaults: no
      * net-pay floor on the advance deduction, no batch-window
      * deadline (the monitor skips the check), no reconnection
      * fee.
            MOVE 0 TO PC-PISO-LIQUIDO.
            MOVE 0 TO PC-PRAZO-JANELA.
            MOVE 0 TO PC-TAXA-RELIGACAO.
            MOVE 30.00 TO PC-MARGEM-MINIMA.
            MOVE 10.00 TO PC-QUEDA-MARGEM.
            MOVE 50.00 TO PC-MARGEM-ALVO.
      * No fine recovery until policy says so; three installments
      * once it does.
            MOVE 'N' TO PC-MULTA-DESCONTO.
            MOVE 3 TO PC-MULTA-PARCELAS.

       EXIBE-CARTAO.
            PERFORM CARREGA-CARTAO.
            DISPLAY "PESOS: " PC-PESO-N1 " " PC-PESO-N2 " "
      -         PC-PESO-N3
            DISPLAY "PISO LIQUIDO ADIANTAMENTO: " PC-PISO-LIQUIDO
            DISPLAY "PRAZO JANELA (HHMM): " PC-PRAZO-JANELA
            DISPLAY "TAXA DE RELIGACAO: " PC-TAXA-RELIGACAO
            DISPLAY "MARGENS MINIMA/QUEDA/ALVO: " PC-MARGEM-MINIMA
      -         " " PC-QUEDA-MARGEM " " PC-MARGEM-ALVO
            DISPLAY "DESCONTO DE MULTA/PARCELAS: " PC-MULTA-DESCONTO
      -         " " PC-MULTA-PARCELAS.

       EDITA-PARAMETROS.
            PERFORM CARREGA-CARTAO.
      -                 " (HHMM)"
                    MOVE 'N' TO WS-CARD-VALIDO
                END-IF
            END-IF
            IF PC-MARGEM-ALVO = 0
                DISPLAY "MARGEM ALVO DEVE SER MAIOR QUE ZERO"
                MOVE 'N' TO WS-CARD-VALIDO
            END-IF
            IF PC-MARGEM-MINIMA > PC-MARGEM-ALVO
                DISPLAY "MARGEM MINIMA NAO PODE PASSAR A ALVO"
                MOVE 'N' TO WS-CARD-VALIDO
            END-IF
            IF PC-MULTA-DESCONTO NOT = 'S'
                    AND PC-MULTA-DESCONTO NOT = 'N'
                DISPLAY "DESCONTO DE MULTA DEVE SER S OU N"
                MOVE 'N' TO WS-CARD-VALIDO
            END-IF
            IF PC-MULTA-PARCELAS = 0
                DISPLAY "PARCELAS DA MULTA DEVEM SER AO MENOS 1"
                MOVE 'N' TO WS-CARD-VALIDO
            END-IF.

       REGRAVA-PARAMCTL.
