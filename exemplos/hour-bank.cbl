      ******************************************************************
      * Author:
      * Date:
      * Purpose: monthly hour-bank (banco de horas) statement per
      *          employee off the HOURBANK ledger the punch run and
      *          the payroll close append to. For the competencia
      *          keyed (AAAAMM, zero for the month of the business
      *          date) each employee with a movement on the ledger
      *          gets the balance brought forward, every credit,
      *          debit and payout of the month, the closing balance
      *          in minutes (negative when the short days owe more
      *          than was banked) and the minutes that expire on
      *          that month's close - the same six-month rule
      *          PAYCLOSE pays out by. Writes the BHSTMT statements.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANCOHOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUR-BANK-FILE ASSIGN TO "HOURBANK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOURBANK.
           SELECT HOUR-BANK-STATEMENT-FILE ASSIGN TO "BHSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUR-BANK-FILE.
           COPY "hourbank.cpy".

       FD  HOUR-BANK-STATEMENT-FILE.
       01  HOUR-BANK-STATEMENT-RECORD  PIC X(70).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-HOURBANK PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-COMPETENCIA PIC 9(6).
           77 WS-DATA-INICIO-MES PIC 9(8).
           01 WS-TABELA-MOVIMENTOS.
               05 WS-MOV-ENTRADA OCCURS 3000 TIMES
                       INDEXED BY WS-MOV-IX.
                   10 WS-MOV-EMP        PIC X(10).
                   10 WS-MOV-DATA       PIC 9(8).
                   10 WS-MOV-TIPO       PIC X(1).
                   10 WS-MOV-MINUTOS    PIC 9(5).
           77 WS-MOV-TOTAL PIC 9(4) VALUE 0.
           77 WS-MOV-SUB PIC 9(4).
           77 WS-MOV-ESTOUROU PIC X(1) VALUE 'N'.
           01 WS-TABELA-EMPREGADOS.
               05 WS-EXT-ENTRADA OCCURS 300 TIMES.
                   10 WS-EXT-EMP          PIC X(10).
                   10 WS-EXT-SALDO-ANT    PIC S9(7).
                   10 WS-EXT-CRED-ANTIGO  PIC 9(7).
                   10 WS-EXT-CONSUMIDO    PIC 9(7).
                   10 WS-EXT-PAGO-MES     PIC X(1).
                   10 WS-EXT-MIN-PAGO     PIC 9(7).
           77 WS-EXT-TOTAL PIC 9(3) VALUE 0.
           77 WS-EXT-SUB PIC 9(3).
           77 WS-EXT-POS PIC 9(3).
           77 WS-EXT-ACHOU PIC X(1).
           77 WS-EXT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-BCO-CORTE PIC 9(8).
           77 WS-BCO-ANO PIC 9(4).
           77 WS-BCO-MES PIC S9(3).
           77 WS-SALDO-ANTERIOR PIC S9(7).
           77 WS-SALDO-FINAL PIC S9(7).
           77 WS-CREDITO-ANTIGO PIC 9(7).
           77 WS-CONSUMIDO PIC 9(7).
           77 WS-PAGO-MES PIC X(1).
           77 WS-MIN-PAGO-MES PIC 9(7).
           77 WS-VENCIDO PIC 9(7).
           77 WS-SALDO-EDITADO PIC -(6)9.
           77 WS-MINUTOS-EDITADO PIC Z(6)9.
           77 WS-DESCRICAO PIC X(20).
           77 WS-QTD-EXTRATOS PIC 9(3) VALUE 0.
           77 WS-LINHA PIC X(70).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "BANCOHOR".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "DIGITE SEU ID DE OPERADOR:"
            ACCEPT WS-OPERADOR-ID
            CALL "OPERAUTH" USING WS-PROGRAMA-ATUAL WS-OPERADOR-ID
                WS-OPER-AUTORIZADO
            IF WS-OPER-AUTORIZADO = 'N'
                DISPLAY "OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA"
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            DISPLAY "DIGITE A COMPETENCIA AAAAMM (0 = MES CORRENTE):"
            ACCEPT WS-COMPETENCIA
            IF WS-COMPETENCIA = 0
                MOVE WS-DATA-REF(1:6) TO WS-COMPETENCIA
            END-IF
            COMPUTE WS-DATA-INICIO-MES = (WS-COMPETENCIA * 100) + 1
      * Same cut-off PAYCLOSE pays the expired credits by.
            COMPUTE WS-BCO-ANO = WS-COMPETENCIA / 100
            COMPUTE WS-BCO-MES =
                WS-COMPETENCIA - (WS-BCO-ANO * 100) - 5
            IF WS-BCO-MES < 1
                ADD 12 TO WS-BCO-MES
                SUBTRACT 1 FROM WS-BCO-ANO
            END-IF
            COMPUTE WS-BCO-CORTE =
                (WS-BCO-ANO * 10000) + (WS-BCO-MES * 100) + 1
            PERFORM CARREGA-MOVIMENTOS
      * A ledger bigger than the tables would print balances short
      * of movements, so no statement goes out at all.
            EVALUATE TRUE
                WHEN WS-MOV-ESTOUROU = 'S'
                    DISPLAY "HOURBANK EXCEDE 3000 MOVIMENTOS EM "
      -                 WS-COMPETENCIA " - EXTRATOS NAO EMITIDOS"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-EXT-ESTOUROU = 'S'
                    DISPLAY "HOURBANK EXCEDE 300 EMPREGADOS ATE "
      -                 WS-COMPETENCIA " - EXTRATOS NAO EMITIDOS"
                    MOVE 8 TO RETURN-CODE
                WHEN WS-EXT-TOTAL = 0
                    DISPLAY "HOURBANK SEM MOVIMENTOS ATE "
      -                 WS-COMPETENCIA
                WHEN OTHER
                    OPEN OUTPUT HOUR-BANK-STATEMENT-FILE
                    PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                            UNTIL WS-EXT-SUB > WS-EXT-TOTAL
                        PERFORM GRAVA-EXTRATO
                    END-PERFORM
                    CLOSE HOUR-BANK-STATEMENT-FILE
                    DISPLAY "EXTRATOS EMITIDOS: " WS-QTD-EXTRATOS
            END-EVALUATE
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "EXTRATO BANCO HORAS " WS-COMPETENCIA
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

      * Every ledger row up to the end of the competencia is folded
      * into its employee's balances as it is read, the employees
      * kept in the order they first appear; only the competencia's
      * own movements are tabled for the statement lines.
       CARREGA-MOVIMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT HOUR-BANK-FILE.
            IF WS-FS-HOURBANK NOT = "00"
                DISPLAY "HOURBANK NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ HOUR-BANK-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN BH-DATA(1:6) > WS-COMPETENCIA
                                CONTINUE
                            WHEN OTHER
                                PERFORM APURA-MOVIMENTO
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-HOURBANK = "10"
                CLOSE HOUR-BANK-FILE
            END-IF.

       APURA-MOVIMENTO.
            PERFORM REGISTRA-EMPREGADO.
            IF WS-EXT-POS > 0
                PERFORM APURA-MOVIMENTO-ANTERIOR
                IF BH-DATA >= WS-DATA-INICIO-MES
                    IF WS-MOV-TOTAL < 3000
                        PERFORM GUARDA-MOVIMENTO
                    ELSE
                        MOVE 'S' TO WS-MOV-ESTOUROU
                    END-IF
                END-IF
            END-IF.

       GUARDA-MOVIMENTO.
            ADD 1 TO WS-MOV-TOTAL.
            MOVE BH-EMP-ID TO WS-MOV-EMP(WS-MOV-TOTAL).
            MOVE BH-DATA TO WS-MOV-DATA(WS-MOV-TOTAL).
            MOVE BH-TIPO TO WS-MOV-TIPO(WS-MOV-TOTAL).
            MOVE BH-MINUTOS TO WS-MOV-MINUTOS(WS-MOV-TOTAL).

      * Leaves WS-EXT-POS on the employee's entry, zero when the
      * table is full.
       REGISTRA-EMPREGADO.
            MOVE 'N' TO WS-EXT-ACHOU.
            MOVE 0 TO WS-EXT-POS.
            PERFORM VARYING WS-EXT-SUB FROM 1 BY 1
                    UNTIL WS-EXT-SUB > WS-EXT-TOTAL
                    OR WS-EXT-ACHOU = 'S'
                IF WS-EXT-EMP(WS-EXT-SUB) = BH-EMP-ID
                    MOVE 'S' TO WS-EXT-ACHOU
                    MOVE WS-EXT-SUB TO WS-EXT-POS
                END-IF
            END-PERFORM.
            IF WS-EXT-ACHOU = 'N'
                IF WS-EXT-TOTAL < 300
                    ADD 1 TO WS-EXT-TOTAL
                    MOVE WS-EXT-TOTAL TO WS-EXT-POS
                    MOVE BH-EMP-ID TO WS-EXT-EMP(WS-EXT-POS)
                    MOVE 0 TO WS-EXT-SALDO-ANT(WS-EXT-POS)
                    MOVE 0 TO WS-EXT-CRED-ANTIGO(WS-EXT-POS)
                    MOVE 0 TO WS-EXT-CONSUMIDO(WS-EXT-POS)
                    MOVE 'N' TO WS-EXT-PAGO-MES(WS-EXT-POS)
                    MOVE 0 TO WS-EXT-MIN-PAGO(WS-EXT-POS)
                ELSE
                    MOVE 'S' TO WS-EXT-ESTOUROU
                END-IF
            END-IF.

      * Credits add to the balance, debits and payouts take from
      * it. The expiring minutes follow PAYCLOSE: the credits
      * dated before the cut-off less every debit and every
      * earlier payout, or the payout already made on this
      * competencia's close when there is one.
       GRAVA-EXTRATO.
            MOVE WS-EXT-SALDO-ANT(WS-EXT-SUB) TO WS-SALDO-ANTERIOR.
            MOVE WS-EXT-CRED-ANTIGO(WS-EXT-SUB) TO WS-CREDITO-ANTIGO.
            MOVE WS-EXT-CONSUMIDO(WS-EXT-SUB) TO WS-CONSUMIDO.
            MOVE WS-EXT-PAGO-MES(WS-EXT-SUB) TO WS-PAGO-MES.
            MOVE WS-EXT-MIN-PAGO(WS-EXT-SUB) TO WS-MIN-PAGO-MES.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "EXTRATO BANCO DE HORAS " WS-EXT-EMP(WS-EXT-SUB)
                " COMPETENCIA " WS-COMPETENCIA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-SALDO-ANTERIOR TO WS-SALDO-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "SALDO ANTERIOR (MINUTOS)          " WS-SALDO-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-SALDO-ANTERIOR TO WS-SALDO-FINAL.
            PERFORM VARYING WS-MOV-SUB FROM 1 BY 1
                    UNTIL WS-MOV-SUB > WS-MOV-TOTAL
                IF WS-MOV-EMP(WS-MOV-SUB) = WS-EXT-EMP(WS-EXT-SUB)
                    PERFORM GRAVA-MOVIMENTO-MES
                END-IF
            END-PERFORM.
            MOVE WS-SALDO-FINAL TO WS-SALDO-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "SALDO FINAL (MINUTOS)             " WS-SALDO-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 0 TO WS-VENCIDO.
            IF WS-PAGO-MES = 'S'
                MOVE WS-MIN-PAGO-MES TO WS-VENCIDO
            ELSE
                IF WS-CREDITO-ANTIGO > WS-CONSUMIDO
                    COMPUTE WS-VENCIDO =
                        WS-CREDITO-ANTIGO - WS-CONSUMIDO
                END-IF
            END-IF
            MOVE WS-VENCIDO TO WS-MINUTOS-EDITADO.
            MOVE SPACES TO WS-LINHA.
            IF WS-PAGO-MES = 'S'
                STRING "VENCIDOS E PAGOS NO FECHAMENTO    "
                    WS-MINUTOS-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "A VENCER NO FECHAMENTO DO MES     "
                    WS-MINUTOS-EDITADO
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            ADD 1 TO WS-QTD-EXTRATOS.

      * The ledger row just read, on the employee's balances:
      * the balance brought forward, the credits dated before the
      * cut-off, what has consumed them and this competencia's
      * payout.
       APURA-MOVIMENTO-ANTERIOR.
            IF BH-DATA < WS-DATA-INICIO-MES
                IF BH-TIPO = 'C'
                    ADD BH-MINUTOS TO WS-EXT-SALDO-ANT(WS-EXT-POS)
                ELSE
                    SUBTRACT BH-MINUTOS
                        FROM WS-EXT-SALDO-ANT(WS-EXT-POS)
                END-IF
            END-IF
            EVALUATE BH-TIPO
                WHEN 'C'
                    IF BH-DATA < WS-BCO-CORTE
                        ADD BH-MINUTOS
                            TO WS-EXT-CRED-ANTIGO(WS-EXT-POS)
                    END-IF
                WHEN 'D'
                    ADD BH-MINUTOS TO WS-EXT-CONSUMIDO(WS-EXT-POS)
                WHEN 'P'
                    IF BH-DATA(1:6) = WS-COMPETENCIA
                        MOVE 'S' TO WS-EXT-PAGO-MES(WS-EXT-POS)
                        ADD BH-MINUTOS TO WS-EXT-MIN-PAGO(WS-EXT-POS)
                    ELSE
                        ADD BH-MINUTOS
                            TO WS-EXT-CONSUMIDO(WS-EXT-POS)
                    END-IF
            END-EVALUATE.

       GRAVA-MOVIMENTO-MES.
            EVALUATE WS-MOV-TIPO(WS-MOV-SUB)
                WHEN 'C'
                    MOVE "CREDITO HORA EXTRA" TO WS-DESCRICAO
                    ADD WS-MOV-MINUTOS(WS-MOV-SUB) TO WS-SALDO-FINAL
                WHEN 'D'
                    MOVE "DEBITO JORNADA CURTA" TO WS-DESCRICAO
                    SUBTRACT WS-MOV-MINUTOS(WS-MOV-SUB)
                        FROM WS-SALDO-FINAL
                WHEN 'P'
                    MOVE "PAGO NO FECHAMENTO" TO WS-DESCRICAO
                    SUBTRACT WS-MOV-MINUTOS(WS-MOV-SUB)
                        FROM WS-SALDO-FINAL
                WHEN OTHER
                    MOVE "TIPO DESCONHECIDO" TO WS-DESCRICAO
            END-EVALUATE
            MOVE WS-MOV-MINUTOS(WS-MOV-SUB) TO WS-MINUTOS-EDITADO
            MOVE SPACES TO WS-LINHA
            STRING "  " WS-MOV-DATA(WS-MOV-SUB) " " WS-DESCRICAO
                "    " WS-MINUTOS-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO HOUR-BANK-STATEMENT-RECORD.
            WRITE HOUR-BANK-STATEMENT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM BANCOHOR.
