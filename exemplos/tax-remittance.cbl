      *          total on a calculator. For the period keyed
      *          (AAAAMM) it sums the sales tax off the month's
      *          INVOICES trailers (base = total geral less imposto)
      *          net of the credit notes EXERCICIO8 issued in the
      *          month off CREDNOTES, and the INSS and IRRF
      *          withheld off the PAYREG
      *          register, prints one remittance block per tax type
      *          into TAXREMIT with the base, the rates in force
      *          (the DEDRATES brackets and the PARAMCTL sales
           SELECT INVOICES-FILE ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVOICES.
           SELECT CREDIT-NOTE-FILE ASSIGN TO "CREDNOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CREDNOTES.
           SELECT PAY-REGISTER-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYREG.
           05 IT-DELIM-3            PIC X(1).
           05 IT-TOTAL-GERAL        PIC 9(7)V99.

       FD  CREDIT-NOTE-FILE.
           COPY "crednote.cpy".

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-RECORD.
           05 RG-EMP-ID             PIC X(10).

       WORKING-STORAGE SECTION.
           77 WS-FS-INVOICES PIC X(2).
           77 WS-FS-CREDNOTES PIC X(2).
           77 WS-FS-PAYREG PIC X(2).
           77 WS-FS-DEDRATES PIC X(2).
           77 WS-FS-PARAMCTL PIC X(2).
           77 WS-DATA-NF-ATUAL PIC 9(8) VALUE 0.
           77 WS-BASE-VENDAS PIC 9(9)V99 VALUE 0.
           77 WS-IMPOSTO-VENDAS PIC 9(9)V99 VALUE 0.
           77 WS-DATA-NC-ATUAL PIC 9(8) VALUE 0.
           77 WS-BASE-CREDITOS PIC 9(9)V99 VALUE 0.
           77 WS-IMPOSTO-CREDITOS PIC 9(9)V99 VALUE 0.
           77 WS-BASE-LIQUIDA PIC 9(9)V99 VALUE 0.
           77 WS-IMPOSTO-LIQUIDO PIC 9(9)V99 VALUE 0.
           77 WS-SALDO-CREDOR PIC 9(9)V99 VALUE 0.
           77 WS-BASE-FOLHA PIC 9(9)V99 VALUE 0.
           77 WS-TOTAL-INSS PIC 9(9)V99 VALUE 0.
           77 WS-TOTAL-IRRF PIC 9(9)V99 VALUE 0.
            DISPLAY "DIGITE O PERIODO DA APURACAO (AAAAMM):"
            ACCEPT WS-PERIODO
            PERFORM SOMA-IMPOSTO-VENDAS
            PERFORM SOMA-NOTAS-CREDITO
            PERFORM SOMA-RETENCOES-FOLHA
            PERFORM LE-TAXAS-PARAMCTL
            PERFORM GRAVA-APURACAO
                CLOSE INVOICES-FILE
            END-IF.

      * Credit notes dated in the period give back the base and the
      * tax they reversed. Credits beyond the month's sales leave
      * nothing to pay and the excess as a credit balance to carry.
       SOMA-NOTAS-CREDITO.
            MOVE 'N' TO WS-EOF-ARQ.
            MOVE 0 TO WS-DATA-NC-ATUAL.
            OPEN INPUT CREDIT-NOTE-FILE.
            IF WS-FS-CREDNOTES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CREDIT-NOTE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF NH-TIPO = 'H'
                            MOVE NH-DATA TO WS-DATA-NC-ATUAL
                        END-IF
                        IF NT-TIPO = 'T'
                                AND WS-DATA-NC-ATUAL(1:6) =
                                    WS-PERIODO
                            ADD NT-TOTAL-IMPOSTO TO
                                WS-IMPOSTO-CREDITOS
                            COMPUTE WS-BASE-CREDITOS =
                                WS-BASE-CREDITOS
                                    + (NT-TOTAL-GERAL
                                        - NT-TOTAL-IMPOSTO)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CREDNOTES = "10"
                CLOSE CREDIT-NOTE-FILE
            END-IF
            IF WS-BASE-CREDITOS > WS-BASE-VENDAS
                MOVE 0 TO WS-BASE-LIQUIDA
            ELSE
                COMPUTE WS-BASE-LIQUIDA =
                    WS-BASE-VENDAS - WS-BASE-CREDITOS
            END-IF
            IF WS-IMPOSTO-CREDITOS > WS-IMPOSTO-VENDAS
                MOVE 0 TO WS-IMPOSTO-LIQUIDO
                COMPUTE WS-SALDO-CREDOR =
                    WS-IMPOSTO-CREDITOS - WS-IMPOSTO-VENDAS
            ELSE
                COMPUTE WS-IMPOSTO-LIQUIDO =
                    WS-IMPOSTO-VENDAS - WS-IMPOSTO-CREDITOS
            END-IF.

      * PAYREG is the register PAYCLOSE wrote for the month being
      * closed; MONTHEND archives it right after, so the remittance
      * run belongs in the close stream between the two.
            MOVE "IMPOSTO SOBRE VENDAS (INVOICES)" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "VENDAS DO PERIODO - BASE: " WS-BASE-VENDAS
                " IMPOSTO: " WS-IMPOSTO-VENDAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "NOTAS DE CREDITO (CREDNOTES) - BASE: "
                WS-BASE-CREDITOS
                " IMPOSTO: " WS-IMPOSTO-CREDITOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "BASE DE CALCULO: " WS-BASE-LIQUIDA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-TEM-PARAMCTL = 'S'
                PERFORM GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL A RECOLHER: " WS-IMPOSTO-LIQUIDO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-SALDO-CREDOR > 0
                MOVE SPACES TO WS-LINHA
                STRING "SALDO CREDOR A COMPENSAR: " WS-SALDO-CREDOR
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA-SUM.
            STRING "REM;VENDAS;" WS-PERIODO ";"
                WS-BASE-LIQUIDA ";" WS-IMPOSTO-LIQUIDO
                DELIMITED BY SIZE INTO WS-LINHA-SUM.
            PERFORM GRAVA-LINHA-SUM.

