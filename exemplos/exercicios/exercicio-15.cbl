           SELECT OT-AUTH-FILE ASSIGN TO "OTAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OTAUTH.
           SELECT HOUR-BANK-FILE ASSIGN TO "HOURBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOURBANK.
           SELECT OT-EXCEPTION-FILE ASSIGN TO "OTEXCEPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
           05 PR-VALOR-EXTRA          PIC 9(6)V99.
           05 PR-DELIM-7              PIC X(1).
           05 PR-VALOR-NOTURNO        PIC 9(6)V99.
      * Day of the month punched and the absence code carried over
      * from the punch, so the close can tell a ferias day VACPAY
      * already paid; only the day is kept to stay within the
      * 80-byte control and archive image.
           05 PR-DELIM-8              PIC X(1).
           05 PR-DIA                  PIC 9(2).
           05 PR-DELIM-9              PIC X(1).
           05 PR-CODIGO-AUSENCIA      PIC X(1).

       01  PAYROLL-REPORT-CONTROLE  PIC X(80).

       FD  OT-AUTH-FILE.
           COPY "otauth.cpy".

       FD  HOUR-BANK-FILE.
           COPY "hourbank.cpy".

       FD  OT-EXCEPTION-FILE.
       01  OT-EXCEPTION-RECORD      PIC X(80).

           77 WS-HEX-SUB PIC 9(2).
           77 WS-HEX-ACHOU PIC X(1).
           77 WS-LINHA-HEX PIC X(80).
           77 WS-FS-HOURBANK PIC X(2).
           01 WS-TABELA-BANCO-LANCADO.
               05 WS-BHL-ENTRADA OCCURS 2000 TIMES
                       INDEXED BY WS-BHL-IX.
                   10 WS-BHL-EMP        PIC X(10).
                   10 WS-BHL-DATA       PIC 9(8).
           77 WS-BHL-TOTAL PIC 9(4) VALUE 0.
           77 WS-BHL-SUB PIC 9(4).
           77 WS-BHL-ACHOU PIC X(1).
           77 WS-MINUTOS-BANCO PIC 9(4).
           77 WS-TIPO-BANCO PIC X(1).
           77 WS-MIN-CREDITADOS PIC 9(6) VALUE 0.
           77 WS-MIN-DEBITADOS PIC 9(6) VALUE 0.
           01 WS-TABELA-EMPREGADOS.
               05 WS-EMP-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-EMP-IX.
            PERFORM CARREGA-DEPARTAMENTOS.
            PERFORM CARREGA-TAXAS-HORA.
            PERFORM CARREGA-AUTORIZACOES-HE.
            PERFORM CARREGA-BANCO-HORAS.
            OPEN EXTEND HOUR-BANK-FILE.
            IF WS-FS-HOURBANK = "35"
                OPEN OUTPUT HOUR-BANK-FILE
            END-IF
            MOVE 'N' TO WS-EOF-PUNCHCLK.
            MOVE 0 TO WS-REGS-LIDOS.
            PERFORM LE-CHECKPOINT-CKPT-PONTO.
                PERFORM GRAVA-TRAILER-PAYROLL-REPORT
            END-IF.
            CLOSE PAYROLL-REPORT-FILE.
            CLOSE HOUR-BANK-FILE.
            IF WS-MIN-CREDITADOS > 0 OR WS-MIN-DEBITADOS > 0
                DISPLAY "BANCO DE HORAS - MINUTOS CREDITADOS: "
      -             WS-MIN-CREDITADOS " DEBITADOS: " WS-MIN-DEBITADOS
            END-IF
            PERFORM GRAVA-RELATORIO-HE-EXCECAO.

      * A punch whose PC-EMP-ID is not on the employee master goes
      * validate and the punch pays as always.
       VALIDA-DEPARTAMENTO-PONTO.
            MOVE 'S' TO WS-DM-VALIDO.
            MOVE 'N' TO WS-DM-BANCO-ACHADO.
            IF WS-EMP-ACHOU = 'S'
                MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO WS-DM-CODIGO-BUSCA
                PERFORM VERIFICA-DEPARTAMENTO
      * the overtime multiplier instead of straight time.
       CALCULA-E-PAGA-PONTO.
            PERFORM CALCULA-VALOR-PONTO
            IF WS-DM-BANCO-ACHADO = 'S'
                PERFORM APLICA-BANCO-HORAS
            END-IF
            PERFORM PAGA-PONTO.

      * Departments on the hour bank trade overtime for time off:
      * the authorized overtime minutes of a worked day go to the
      * bank instead of the overtime pay, and a working day short
      * of the standard day pays in full and the missing minutes
      * are owed to the bank. The night differential still pays,
      * and minutes past the OTAUTH authorization keep paying
      * straight time as before. A day already on HOURBANK - the
      * same punch file run again - is valued the same way but not
      * posted twice.
       APLICA-BANCO-HORAS.
            MOVE 0 TO WS-MINUTOS-BANCO
            IF PC-CODIGO-AUSENCIA = SPACE
                IF WS-MINUTOS-EXTRA > 0
                    MOVE WS-MINUTOS-EXTRA TO WS-MINUTOS-BANCO
                    MOVE 'C' TO WS-TIPO-BANCO
                    SUBTRACT WS-VALOR-EXTRA FROM WS-VALOR-A-PAGAR
                    MOVE 0 TO WS-VALOR-EXTRA
                ELSE
                    IF WS-HOL-TIPO = 'U'
                            AND WS-MINUTOS-TRABALHADOS <
                                WS-LIMITE-JORNADA
                        COMPUTE WS-MINUTOS-BANCO =
                            WS-LIMITE-JORNADA - WS-MINUTOS-TRABALHADOS
                        MOVE 'D' TO WS-TIPO-BANCO
                        COMPUTE WS-VALOR-NORMAL =
                            (WS-LIMITE-JORNADA / 60) * PC-VALOR-HORA
                        COMPUTE WS-VALOR-A-PAGAR =
                            WS-VALOR-NORMAL + WS-VALOR-NOTURNO
                    END-IF
                END-IF
            END-IF
            IF WS-MINUTOS-BANCO > 0
                PERFORM LANCA-BANCO-HORAS
            END-IF.

       LANCA-BANCO-HORAS.
            MOVE 'N' TO WS-BHL-ACHOU
            PERFORM VARYING WS-BHL-SUB FROM 1 BY 1
                    UNTIL WS-BHL-SUB > WS-BHL-TOTAL
                    OR WS-BHL-ACHOU = 'S'
                IF WS-BHL-EMP(WS-BHL-SUB) = PC-EMP-ID
                        AND WS-BHL-DATA(WS-BHL-SUB) = PC-DATA
                    MOVE 'S' TO WS-BHL-ACHOU
                END-IF
            END-PERFORM
            IF WS-BHL-ACHOU = 'N'
                MOVE SPACES TO HOUR-BANK-RECORD
                MOVE PC-EMP-ID TO BH-EMP-ID
                MOVE PC-DATA TO BH-DATA
                MOVE WS-TIPO-BANCO TO BH-TIPO
                MOVE WS-MINUTOS-BANCO TO BH-MINUTOS
                MOVE PC-VALOR-HORA TO BH-VALOR-HORA
                MOVE WS-CTL-DATA TO BH-DATA-LANCAMENTO
                WRITE HOUR-BANK-RECORD
                IF WS-TIPO-BANCO = 'C'
                    ADD WS-MINUTOS-BANCO TO WS-MIN-CREDITADOS
                ELSE
                    ADD WS-MINUTOS-BANCO TO WS-MIN-DEBITADOS
                END-IF
                IF WS-BHL-TOTAL < 2000
                    ADD 1 TO WS-BHL-TOTAL
                    MOVE PC-EMP-ID TO WS-BHL-EMP(WS-BHL-TOTAL)
                    MOVE PC-DATA TO WS-BHL-DATA(WS-BHL-TOTAL)
                END-IF
            END-IF.

      * The employee-days the bank already holds a credit or debit
      * for, so a rerun of the same punches stays idempotent.
       CARREGA-BANCO-HORAS.
            MOVE 0 TO WS-BHL-TOTAL.
            MOVE 'N' TO WS-EOF-SIM.
            OPEN INPUT HOUR-BANK-FILE.
            IF WS-FS-HOURBANK NOT = "00"
                MOVE 'Y' TO WS-EOF-SIM
            END-IF
            PERFORM UNTIL WS-EOF-SIM = 'Y'
                READ HOUR-BANK-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SIM
                    NOT AT END
                        IF (BH-TIPO = 'C' OR BH-TIPO = 'D')
                                AND WS-BHL-TOTAL < 2000
                            ADD 1 TO WS-BHL-TOTAL
                            MOVE BH-EMP-ID TO
                                WS-BHL-EMP(WS-BHL-TOTAL)
                            MOVE BH-DATA TO
                                WS-BHL-DATA(WS-BHL-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-HOURBANK = "10"
                CLOSE HOUR-BANK-FILE
            END-IF.

      * The arithmetic half of the punch payment, shared by the real
      * run and the simulation: rules in, values out, no file touch.
      * An absence-coded record never reaches the clock arithmetic:
            MOVE WS-VALOR-NORMAL TO PR-VALOR-NORMAL
            MOVE WS-VALOR-EXTRA TO PR-VALOR-EXTRA
            MOVE WS-VALOR-NOTURNO TO PR-VALOR-NOTURNO
            MOVE PC-DATA(7:2) TO PR-DIA
            MOVE PC-CODIGO-AUSENCIA TO PR-CODIGO-AUSENCIA
            IF WS-EMP-ACHOU = 'S'
                MOVE WS-EMP-NOME(WS-EMP-SUB) TO PR-NOME
                MOVE WS-EMP-DEPTO(WS-EMP-SUB) TO PR-DEPARTAMENTO
