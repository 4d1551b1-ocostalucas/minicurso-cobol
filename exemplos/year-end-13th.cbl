      *          DEDRATES brackets PAYCLOSE applies come off the
      *          top. Writes PAYROLL13, a register in the PAYROLL
      *          payment layout BANKREMIT can remit directly, and
      *          PAYSLIPS13, holerite-style statements per employee,
      *          and REG13, the gross, withholdings and net of each
      *          13th under the business date, which GLPOST posts.
      *          Months up to a termination RESCISAO settled in the
      *          year are left out, the settlement having paid
      *          their proportional 13th already.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DEDUCTION-RATES-FILE ASSIGN TO "DEDRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEDRATES.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SETTLEREG.
           SELECT THIRTEENTH-PAY-FILE ASSIGN TO "PAYROLL13"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT THIRTEENTH-SLIP-FILE ASSIGN TO "PAYSLIPS13"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT THIRTEENTH-REGISTER-FILE ASSIGN TO "REG13"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           05 DD-DELIM-2            PIC X(1).
           05 DD-TAXA               PIC 9V9999.

       FD  SETTLEMENT-FILE.
           COPY "settle.cpy".

      * Same layout the punch run writes and BANKREMIT reads, so
      * the 13th remits through the ordinary bank machinery.
       FD  THIRTEENTH-PAY-FILE.
       FD  THIRTEENTH-SLIP-FILE.
       01  THIRTEENTH-SLIP-RECORD   PIC X(70).

       FD  THIRTEENTH-REGISTER-FILE.
           COPY "reg13.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-ANO PIC 9(4).
           77 WS-DATA-REF PIC 9(8).
           01 WS-TABELA-DECIMO.
               05 WS-DEC-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-DEC-IX.
           77 WS-VALOR-IRRF PIC 9(6)V99.
           77 WS-LIQUIDO-13 PIC 9(7)V99.
           77 WS-TOTAL-13 PIC 9(9)V99 VALUE 0.
           77 WS-FS-SETTLEREG PIC X(2).
           01 WS-TABELA-RESCISOES.
               05 WS-RES-ENTRADA OCCURS 100 TIMES.
                   10 WS-RES-EMP        PIC X(10).
                   10 WS-RES-COMPETENCIA PIC 9(6).
           77 WS-RES-TOTAL PIC 9(3) VALUE 0.
           77 WS-RES-SUB PIC 9(3).
           77 WS-RES-ACHOU PIC X(1).
           77 WS-RES-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-LINHA PIC X(70).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            DISPLAY "DIGITE O ANO DO 13o (AAAA):"
            ACCEPT WS-ANO
            PERFORM CARREGA-TAXAS-DEDUCAO
            PERFORM CARREGA-RESCISOES
            PERFORM ACUMULA-REGARCH
            PERFORM ACUMULA-PAYREG
            EVALUATE TRUE
             WHEN WS-RES-ESTOUROU = 'S'
                DISPLAY "SETTLEREG EXCEDE 100 RESCISOES NO ANO " WS-ANO
      -             " - 13o NAO CALCULADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-DEC-TOTAL = 0
                DISPLAY "NENHUM REGISTRO DO ANO " WS-ANO
      -             " COM COMPETENCIA - NADA A CALCULAR"
             WHEN OTHER
                PERFORM GRAVA-DECIMO-TERCEIRO
            END-EVALUATE
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "13o SALARIO ANO " WS-ANO
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                CLOSE PAY-REGISTER-FILE
            END-IF.

      * The year's settlements off SETTLEREG, each with the month
      * the employee left in. One left out would have its months
      * paid again, so more than the table holds stops the run.
       CARREGA-RESCISOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SETTLEMENT-FILE.
            IF WS-FS-SETTLEREG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SETTLEMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN SE-COMPETENCIA(1:4) NOT = WS-ANO
                                CONTINUE
                            WHEN WS-RES-TOTAL < 100
                                ADD 1 TO WS-RES-TOTAL
                                MOVE SE-EMP-ID TO
                                    WS-RES-EMP(WS-RES-TOTAL)
                                MOVE SE-COMPETENCIA TO
                                    WS-RES-COMPETENCIA(WS-RES-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-RES-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-SETTLEREG = "10"
                CLOSE SETTLEMENT-FILE
            END-IF.

      * A month only counts toward the 13th with fifteen or more
      * worked days, per our standing rule; registers written
      * before the competencia stamp existed read back with spaces
      * there and are left out, and so are the months a settlement
      * already paid - a rehire's later months still count.
       ACUMULA-UM-REGISTRO.
            IF WS-REG-COMPETENCIA IS NUMERIC
                    AND WS-REG-COMPETENCIA(1:4) = WS-ANO
                    AND WS-REG-DIAS IS NUMERIC
                IF FUNCTION NUMVAL(WS-REG-DIAS) >= 15
                    PERFORM VERIFICA-MES-RESCINDIDO
                    IF WS-RES-ACHOU = 'N'
                        PERFORM SOMA-MES-EMPREGADO
                    END-IF
                END-IF
            END-IF.

       VERIFICA-MES-RESCINDIDO.
            MOVE 'N' TO WS-RES-ACHOU.
            PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                    UNTIL WS-RES-SUB > WS-RES-TOTAL
                    OR WS-RES-ACHOU = 'S'
                IF WS-RES-EMP(WS-RES-SUB) = WS-REG-EMP
                        AND WS-RES-COMPETENCIA(WS-RES-SUB) >=
                            WS-REG-COMPETENCIA
                    MOVE 'S' TO WS-RES-ACHOU
                END-IF
            END-PERFORM.

       SOMA-MES-EMPREGADO.
            MOVE 'N' TO WS-DEC-ACHOU.
            PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
       GRAVA-DECIMO-TERCEIRO.
            OPEN OUTPUT THIRTEENTH-PAY-FILE.
            OPEN OUTPUT THIRTEENTH-SLIP-FILE.
            OPEN OUTPUT THIRTEENTH-REGISTER-FILE.
            PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                    UNTIL WS-DEC-SUB > WS-DEC-TOTAL
                PERFORM CALCULA-UM-DECIMO
            DISPLAY "TOTAL LIQUIDO DO 13o: " WS-TOTAL-13.
            CLOSE THIRTEENTH-PAY-FILE.
            CLOSE THIRTEENTH-SLIP-FILE.
            CLOSE THIRTEENTH-REGISTER-FILE.

       CALCULA-UM-DECIMO.
            COMPUTE WS-MEDIA-BRUTO ROUNDED =
            MOVE 0 TO PR-MINUTOS-TRABALHADOS.
            MOVE WS-LIQUIDO-13 TO PR-VALOR-A-PAGAR.
            WRITE THIRTEENTH-PAY-RECORD.
            MOVE SPACES TO THIRTEENTH-REGISTER-RECORD.
            MOVE WS-DEC-EMP(WS-DEC-SUB) TO D3-EMP-ID.
            MOVE WS-ANO TO D3-ANO.
            MOVE WS-DEC-MESES(WS-DEC-SUB) TO D3-MESES.
            MOVE WS-BRUTO-13 TO D3-BRUTO.
            MOVE WS-VALOR-INSS TO D3-INSS.
            MOVE WS-VALOR-IRRF TO D3-IRRF.
            MOVE WS-LIQUIDO-13 TO D3-LIQUIDO.
            MOVE WS-DATA-REF TO D3-DATA-CALCULO.
            WRITE THIRTEENTH-REGISTER-RECORD.
            PERFORM GRAVA-HOLERITE-13.

      * Same bracket rule as the monthly close: the first limit
