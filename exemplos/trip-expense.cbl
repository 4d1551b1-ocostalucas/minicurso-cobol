      ******************************************************************
      * Author:
      * Date:
      * Purpose: the drivers' monthly envelope of toll, parking and
      *          meal receipts as TRIPEXP expense claims. Mode 1
      *          keys a claim against a TRIPLOG trip - plate, driver
      *          and trip date must match a logged trip, and the
      *          driver must be linked to an employee on DRIVERMST -
      *          and applies the category's daily limit off the
      *          EXPLIMITS card: a claim that takes the driver's day
      *          in that category past the limit waits for a
      *          supervisor, anything within it is approved as keyed.
      *          Mode 2 is the supervisor's approval of the waiting
      *          claims, never by whoever keyed them. Mode 3 lists the
      *          claims. PAYCLOSE reimburses the approved claims as a
      *          non-taxable line on the next close, BANKREMIT pays
      *          them with the net and GLPOST books them to fleet
      *          travel expense.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPVIAG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIP-EXPENSE-FILE ASSIGN TO "TRIPEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPEXP.
           SELECT TRIP-LOG-FILE ASSIGN TO "TRIPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPLOG.
           SELECT DRIVER-MASTER-FILE ASSIGN TO "DRIVERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRIVERMST.
           SELECT EXPENSE-LIMITS-FILE ASSIGN TO "EXPLIMITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPLIMITS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIP-EXPENSE-FILE.
           COPY "tripexp.cpy".

       FD  TRIP-LOG-FILE.
       01  TRIP-LOG-RECORD.
           05 TL-PLACA              PIC X(10).
           05 TL-DELIM-1            PIC X(1).
           05 TL-DISTANCIA          PIC 9(4).
           05 TL-DELIM-2            PIC X(1).
           05 TL-QTD-LITRO          PIC 9(4).
           05 TL-DELIM-3            PIC X(1).
           05 TL-CUSTO              PIC 9(4).
           05 TL-DELIM-4            PIC X(1).
           05 TL-MOTORISTA          PIC X(10).
           05 TL-DELIM-5            PIC X(1).
           05 TL-DATA               PIC 9(8).

       FD  DRIVER-MASTER-FILE.
       01  DRIVER-MASTER-RECORD.
           05 DR-ID                 PIC X(10).
           05 DR-DELIM-1            PIC X(1).
           05 DR-NOME               PIC X(20).
           05 DR-DELIM-2            PIC X(1).
           05 DR-EMP-ID             PIC X(10).

      * One card per category: the most one driver may claim in it
      * for one day before a supervisor has to approve.
       FD  EXPENSE-LIMITS-FILE.
       01  EXPENSE-LIMITS-RECORD.
           05 EL-CATEGORIA          PIC X(1).
           05 EL-DELIM-1            PIC X(1).
           05 EL-LIMITE-DIARIO      PIC 9(5)V99.

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-TRIPEXP PIC X(2).
           77 WS-FS-TRIPLOG PIC X(2).
           77 WS-FS-DRIVERMST PIC X(2).
           77 WS-FS-EXPLIMITS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           01 WS-TABELA-DESPESAS.
               05 WS-DVG-ENTRADA OCCURS 2000 TIMES
                       INDEXED BY WS-DVG-IX.
                   10 WS-DVG-REGISTRO   PIC X(89).
           77 WS-DVG-TOTAL PIC 9(4) VALUE 0.
           77 WS-DVG-SUB PIC 9(4).
           77 WS-DVG-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-DVG-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-ULTIMO-ID PIC 9(6) VALUE 0.
           01 WS-NOVA-DESPESA.
               05 WS-NOV-PLACA          PIC X(10).
               05 WS-NOV-MOTORISTA      PIC X(10).
               05 WS-NOV-DATA           PIC 9(8).
               05 WS-NOV-CATEGORIA      PIC X(1).
               05 WS-NOV-VALOR          PIC 9(5)V99.
               05 WS-NOV-EMP-ID         PIC X(10).
           77 WS-NOV-VALIDA PIC X(1).
           77 WS-ACHOU PIC X(1).
           01 WS-LIMITES.
               05 WS-LIM-PEDAGIO        PIC 9(5)V99 VALUE 150.00.
               05 WS-LIM-ESTACIONAMENTO PIC 9(5)V99 VALUE 60.00.
               05 WS-LIM-REFEICAO       PIC 9(5)V99 VALUE 80.00.
           77 WS-LIMITE-DIA PIC 9(5)V99.
           77 WS-TOTAL-DIA PIC 9(6)V99.
           77 WS-DECISAO PIC X(1).
           77 WS-QTD-PENDENTES PIC 9(3) VALUE 0.
           77 WS-QTD-DECIDIDAS PIC 9(3) VALUE 0.
           77 WS-QTD-LISTADAS PIC 9(3) VALUE 0.
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "DESPVIAG".

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
            DISPLAY "1 - LANCAR DESPESA DE VIAGEM"
            DISPLAY "2 - APROVAR DESPESAS ACIMA DO LIMITE (SUPERVISOR)"
            DISPLAY "3 - LISTAR DESPESAS DE VIAGEM"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LANCA-DESPESA
                     MOVE "MODO 1 - LANCA DESPESA" TO WS-AUDIT-RESUMO
             WHEN 2 PERFORM APROVA-DESPESAS
                     MOVE "MODO 2 - APROVA DESPESAS" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM LISTA-DESPESAS
                     MOVE "MODO 3 - LISTA DESPESAS" TO WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

      * The daily limit is checked against every claim on TRIPEXP, so
      * a file bigger than the table refuses the claim rather than
      * approving it on a partial day.
       LANCA-DESPESA.
            PERFORM CARREGA-DESPESAS.
            IF WS-DVG-ESTOUROU = 'S'
                DISPLAY "TRIPEXP EXCEDE 2000 DESPESAS - LANCAMENTO"
      -             " RECUSADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM LE-NOVA-DESPESA
            END-IF.

       LE-NOVA-DESPESA.
            PERFORM CARREGA-LIMITES.
            MOVE 'S' TO WS-NOV-VALIDA.
            DISPLAY "DIGITE A PLACA DO VEICULO:"
            ACCEPT WS-NOV-PLACA
            DISPLAY "DIGITE O ID DO MOTORISTA:"
            ACCEPT WS-NOV-MOTORISTA
            DISPLAY "DIGITE A DATA DA VIAGEM (AAAAMMDD):"
            ACCEPT WS-NOV-DATA
            DISPLAY "CATEGORIA: P-PEDAGIO E-ESTACIONAMENTO R-REFEICAO"
            ACCEPT WS-NOV-CATEGORIA
            DISPLAY "DIGITE O VALOR DO COMPROVANTE:"
            ACCEPT WS-NOV-VALOR
            EVALUATE TRUE
                WHEN WS-NOV-CATEGORIA NOT = 'P'
                        AND WS-NOV-CATEGORIA NOT = 'E'
                        AND WS-NOV-CATEGORIA NOT = 'R'
                    DISPLAY "CATEGORIA DE DESPESA INVALIDA"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-VALOR = 0
                    DISPLAY "VALOR DA DESPESA NAO PODE SER ZERO"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-DATA > WS-DATA-REF
                    DISPLAY "DATA DA VIAGEM NO FUTURO"
                    MOVE 'N' TO WS-NOV-VALIDA
            END-EVALUATE.
            IF WS-NOV-VALIDA = 'S'
                PERFORM VALIDA-VIAGEM
            END-IF
            IF WS-NOV-VALIDA = 'S'
                PERFORM VALIDA-MOTORISTA
            END-IF
            IF WS-NOV-VALIDA = 'S'
                PERFORM GRAVA-NOVA-DESPESA
            ELSE
                DISPLAY "DESPESA DESCARTADA"
            END-IF.

      * The claim must belong to a trip actually logged: same plate,
      * same driver, same day on TRIPLOG.
       VALIDA-VIAGEM.
            MOVE 'N' TO WS-ACHOU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TRIP-LOG-FILE.
            IF WS-FS-TRIPLOG NOT = "00"
                DISPLAY "TRIPLOG NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TRIP-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF TL-PLACA = WS-NOV-PLACA
                                AND TL-MOTORISTA = WS-NOV-MOTORISTA
                                AND TL-DATA = WS-NOV-DATA
                            MOVE 'S' TO WS-ACHOU
                            MOVE 'Y' TO WS-EOF-ARQ
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPLOG = "00" OR WS-FS-TRIPLOG = "10"
                CLOSE TRIP-LOG-FILE
            END-IF
            IF WS-ACHOU = 'N'
                DISPLAY "VIAGEM NAO ENCONTRADA NO TRIPLOG PARA "
      -             WS-NOV-PLACA " " WS-NOV-MOTORISTA " "
      -             WS-NOV-DATA
                MOVE 'N' TO WS-NOV-VALIDA
            END-IF.

      * The reimbursement is paid through the payroll, so a driver
      * with no employee on DRIVERMST cannot be reimbursed here.
       VALIDA-MOTORISTA.
            MOVE SPACES TO WS-NOV-EMP-ID.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DRIVER-MASTER-FILE.
            IF WS-FS-DRIVERMST NOT = "00"
                DISPLAY "DRIVERMST NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DRIVER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DR-ID = WS-NOV-MOTORISTA
                            MOVE DR-EMP-ID TO WS-NOV-EMP-ID
                            DISPLAY "MOTORISTA: " DR-NOME
                            MOVE 'Y' TO WS-EOF-ARQ
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DRIVERMST = "00" OR WS-FS-DRIVERMST = "10"
                CLOSE DRIVER-MASTER-FILE
            END-IF
            IF WS-NOV-EMP-ID = SPACES
                DISPLAY "MOTORISTA SEM FUNCIONARIO VINCULADO NO "
      -             "DRIVERMST - REEMBOLSO PELA FOLHA IMPOSSIVEL"
                MOVE 'N' TO WS-NOV-VALIDA
            END-IF.

      * What the driver already claimed in the category that day,
      * refused claims aside, plus this one against the daily limit.
       GRAVA-NOVA-DESPESA.
            EVALUATE WS-NOV-CATEGORIA
                WHEN 'P' MOVE WS-LIM-PEDAGIO TO WS-LIMITE-DIA
                WHEN 'E' MOVE WS-LIM-ESTACIONAMENTO TO WS-LIMITE-DIA
                WHEN OTHER MOVE WS-LIM-REFEICAO TO WS-LIMITE-DIA
            END-EVALUATE.
            MOVE WS-NOV-VALOR TO WS-TOTAL-DIA.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO TRIP-EXPENSE-RECORD
                IF TX-MOTORISTA = WS-NOV-MOTORISTA
                        AND TX-DATA = WS-NOV-DATA
                        AND TX-CATEGORIA = WS-NOV-CATEGORIA
                        AND TX-STATUS NOT = 'R'
                    ADD TX-VALOR TO WS-TOTAL-DIA
                END-IF
            END-PERFORM.
            OPEN EXTEND TRIP-EXPENSE-FILE.
            IF WS-FS-TRIPEXP = "35"
                OPEN OUTPUT TRIP-EXPENSE-FILE
            END-IF
            MOVE SPACES TO TRIP-EXPENSE-RECORD.
            ADD 1 TO WS-ULTIMO-ID.
            MOVE WS-ULTIMO-ID TO TX-DESPESA-ID.
            MOVE WS-NOV-DATA TO TX-DATA.
            MOVE WS-NOV-PLACA TO TX-PLACA.
            MOVE WS-NOV-MOTORISTA TO TX-MOTORISTA.
            MOVE WS-NOV-EMP-ID TO TX-EMP-ID.
            MOVE WS-NOV-CATEGORIA TO TX-CATEGORIA.
            MOVE WS-NOV-VALOR TO TX-VALOR.
            MOVE WS-OPERADOR-ID TO TX-LANCADOR.
            MOVE 0 TO TX-COMPETENCIA.
            IF WS-TOTAL-DIA > WS-LIMITE-DIA
                MOVE 'S' TO TX-STATUS
            ELSE
                MOVE 'A' TO TX-STATUS
            END-IF
            WRITE TRIP-EXPENSE-RECORD.
            CLOSE TRIP-EXPENSE-FILE.
            IF TX-STATUS = 'S'
                DISPLAY "DESPESA " TX-DESPESA-ID " ACIMA DO LIMITE "
      -             "DIARIO " WS-LIMITE-DIA " (DIA " WS-TOTAL-DIA
      -             ") - AGUARDA APROVACAO DO SUPERVISOR"
            ELSE
                DISPLAY "DESPESA " TX-DESPESA-ID " APROVADA - "
      -             "REEMBOLSO NO PROXIMO FECHAMENTO DA FOLHA"
            END-IF.

      * Each claim waiting over the limit is put to the supervisor
      * in turn: A approves it, R refuses it, anything else leaves it
      * waiting. A claim the operator keyed is skipped - it needs a
      * second pair of eyes.
       APROVA-DESPESAS.
            PERFORM CARREGA-DESPESAS.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO TRIP-EXPENSE-RECORD
                IF TX-STATUS = 'S'
                    ADD 1 TO WS-QTD-PENDENTES
                    IF TX-LANCADOR = WS-OPERADOR-ID
                        DISPLAY "DESPESA " TX-DESPESA-ID
      -                     " LANCADA POR VOCE - APROVACAO POR OUTRO"
      -                     " SUPERVISOR"
                    ELSE
                        PERFORM DECIDE-DESPESA
                    END-IF
                END-IF
            END-PERFORM.
      * A TRIPEXP bigger than the table cannot be written back
      * without losing the excess, so the decisions are dropped.
            IF WS-DVG-ALTERADO = 'S'
                IF WS-DVG-ESTOUROU = 'S'
                    DISPLAY "TRIPEXP EXCEDE 2000 DESPESAS - DECISOES"
      -                 " NAO GRAVADAS"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM REGRAVA-DESPESAS
                END-IF
            END-IF
            DISPLAY "DESPESAS AGUARDANDO APROVACAO: " WS-QTD-PENDENTES.
            DISPLAY "DESPESAS DECIDIDAS: " WS-QTD-DECIDIDAS.

       DECIDE-DESPESA.
            DISPLAY "DESPESA " TX-DESPESA-ID " VIAGEM " TX-DATA
      -         " PLACA " TX-PLACA " MOTORISTA " TX-MOTORISTA.
            DISPLAY "    CATEGORIA " TX-CATEGORIA " VALOR " TX-VALOR
      -         " LANCADA POR " TX-LANCADOR.
            DISPLAY "A-APROVAR R-RECUSAR (OUTRO = DEIXAR PENDENTE):"
            ACCEPT WS-DECISAO
            IF WS-DECISAO = 'A' OR WS-DECISAO = 'R'
                MOVE WS-DECISAO TO TX-STATUS
                MOVE WS-OPERADOR-ID TO TX-APROVADOR
                MOVE TRIP-EXPENSE-RECORD TO
                    WS-DVG-REGISTRO(WS-DVG-SUB)
                MOVE 'S' TO WS-DVG-ALTERADO
                ADD 1 TO WS-QTD-DECIDIDAS
            END-IF.

       LISTA-DESPESAS.
            PERFORM CARREGA-DESPESAS.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO TRIP-EXPENSE-RECORD
                ADD 1 TO WS-QTD-LISTADAS
                DISPLAY TX-DESPESA-ID " " TX-DATA " " TX-PLACA " "
      -             TX-MOTORISTA " CAT " TX-CATEGORIA
      -             " VALOR " TX-VALOR " STATUS " TX-STATUS
      -             " FOLHA " TX-COMPETENCIA
            END-PERFORM.
            DISPLAY "DESPESAS NO ARQUIVO: " WS-QTD-LISTADAS.
            DISPLAY "STATUS: S-AGUARDA SUPERVISOR A-APROVADA "
      -         "R-RECUSADA F-NA FOLHA E-PAGA".

       CARREGA-DESPESAS.
            MOVE 0 TO WS-DVG-TOTAL.
            MOVE 0 TO WS-ULTIMO-ID.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TRIP-EXPENSE-FILE.
            IF WS-FS-TRIPEXP NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TRIP-EXPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF TX-DESPESA-ID > WS-ULTIMO-ID
                            MOVE TX-DESPESA-ID TO WS-ULTIMO-ID
                        END-IF
                        IF WS-DVG-TOTAL < 2000
                            ADD 1 TO WS-DVG-TOTAL
                            MOVE TRIP-EXPENSE-RECORD TO
                                WS-DVG-REGISTRO(WS-DVG-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-DVG-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPEXP = "10"
                CLOSE TRIP-EXPENSE-FILE
            END-IF.

       REGRAVA-DESPESAS.
            OPEN OUTPUT TRIP-EXPENSE-FILE.
            PERFORM VARYING WS-DVG-SUB FROM 1 BY 1
                    UNTIL WS-DVG-SUB > WS-DVG-TOTAL
                MOVE WS-DVG-REGISTRO(WS-DVG-SUB) TO TRIP-EXPENSE-RECORD
                WRITE TRIP-EXPENSE-RECORD
            END-PERFORM.
            CLOSE TRIP-EXPENSE-FILE.

      * No EXPLIMITS card deployed keeps the built-in limits, the
      * usual missing-control-file default.
       CARREGA-LIMITES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EXPENSE-LIMITS-FILE.
            IF WS-FS-EXPLIMITS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EXPENSE-LIMITS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF EL-LIMITE-DIARIO IS NUMERIC
                            EVALUATE EL-CATEGORIA
                                WHEN 'P' MOVE EL-LIMITE-DIARIO
                                    TO WS-LIM-PEDAGIO
                                WHEN 'E' MOVE EL-LIMITE-DIARIO
                                    TO WS-LIM-ESTACIONAMENTO
                                WHEN 'R' MOVE EL-LIMITE-DIARIO
                                    TO WS-LIM-REFEICAO
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EXPLIMITS = "10"
                CLOSE EXPENSE-LIMITS-FILE
            END-IF.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM DESPVIAG.
