      *          paid, our standing rule, roughly thirty days per
      *          worked year), days taken from the approved ferias
      *          requests, and the remaining balance - printed to
      *          LEAVEBAL, one line per employee. Employees already
      *          terminated on EMPMOVES but not yet settled on
      *          SETTLEREG stay on the report (named DESLIGADO), as
      *          RESCISAO pays their balance off it. Who keyed
      *          and who decided each request is also written to
      *          DUTYLOG for the segregation-of-duties report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PAYROLL-REPORT-FILE ASSIGN TO "PAYROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAYROLL.
           SELECT EMPLOYEE-MOVES-FILE ASSIGN TO "EMPMOVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMOVES.
           SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SETTLEREG.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT DUTY-LOG-FILE ASSIGN TO "DUTYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUTYLOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       01  PAYROLL-REPORT-CONTROLE    PIC X(80).

       FD  EMPLOYEE-MOVES-FILE.
       01  EMPLOYEE-MOVES-RECORD.
           05 MV-DATA-APLICACAO     PIC 9(8).
           05 MV-DELIM-1            PIC X(1).
           05 MV-TIPO               PIC X(1).
           05 MV-DELIM-2            PIC X(1).
           05 MV-ID                 PIC X(10).
           05 MV-DELIM-3            PIC X(1).
           05 MV-DEPARTAMENTO       PIC X(10).
           05 MV-DELIM-4            PIC X(1).
           05 MV-DATA-EFETIVA       PIC 9(8).
           05 MV-DELIM-5            PIC X(1).
           05 MV-MOTIVO             PIC X(1).

       FD  SETTLEMENT-FILE.
           COPY "settle.cpy".

       FD  LEAVE-BALANCE-FILE.
       01  LEAVE-BALANCE-RECORD     PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  DUTY-LOG-FILE.
           COPY "dutylog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-SLD-SUB PIC 9(3).
           77 WS-SLD-ACHOU PIC X(1).
           77 WS-SALDO-RESTANTE PIC S9(3).
           77 WS-FS-EMPMOVES PIC X(2).
           77 WS-FS-SETTLEREG PIC X(2).
           01 WS-TABELA-QUITADAS.
               05 WS-QUI-ENTRADA OCCURS 500 TIMES.
                   10 WS-QUI-EMP        PIC X(10).
                   10 WS-QUI-DATA       PIC 9(8).
           77 WS-QUI-TOTAL PIC 9(3) VALUE 0.
           77 WS-QUI-SUB PIC 9(3).
           77 WS-QUI-ACHOU PIC X(1).
           77 WS-QUI-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-EMP-ENTRADA PIC X(10).
           77 WS-TIPO-ENTRADA PIC X(1).
           77 WS-INICIO-ENTRADA PIC 9(8).
           77 WS-DIAS-ENTRADA PIC 9(3).
           77 WS-DECISAO PIC X(1).
           77 WS-LINHA PIC X(80).
           77 WS-FS-DUTYLOG PIC X(2).
           77 WS-DUT-PAR PIC X(4).
           77 WS-DUT-LADO PIC X(1).
           77 WS-DUT-CHAVE PIC X(20).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                MOVE SPACES TO LV-APROVADOR
                WRITE LEAVE-REQUEST-RECORD
                CLOSE LEAVE-REQUEST-FILE
                MOVE "E" TO WS-DUT-LADO
                MOVE SPACES TO WS-DUT-CHAVE
                STRING WS-EMP-ENTRADA WS-INICIO-ENTRADA
                    DELIMITED BY SIZE INTO WS-DUT-CHAVE
                PERFORM GRAVA-DUTY-AFAS
                DISPLAY "PEDIDO REGISTRADO COMO PENDENTE"
            END-IF.

                        MOVE 'A' TO WS-PED-STATUS(WS-PED-SUB)
                        MOVE WS-OPERADOR-ID TO
                            WS-PED-APROVADOR(WS-PED-SUB)
                        PERFORM GRAVA-DECISAO-AFAS
                    END-IF
                    IF WS-DECISAO = 'N' OR WS-DECISAO = 'n'
                        MOVE 'N' TO WS-PED-STATUS(WS-PED-SUB)
                        MOVE WS-OPERADOR-ID TO
                            WS-PED-APROVADOR(WS-PED-SUB)
                        PERFORM GRAVA-DECISAO-AFAS
                    END-IF
                END-IF
            END-PERFORM.
                PERFORM REGRAVA-PEDIDOS
            END-IF.

      * The keyer and the decider of each request go onto DUTYLOG,
      * keyed by employee and start date, for the duties report.
       GRAVA-DECISAO-AFAS.
            MOVE "A" TO WS-DUT-LADO.
            MOVE SPACES TO WS-DUT-CHAVE.
            STRING WS-PED-EMP(WS-PED-SUB) WS-PED-INICIO(WS-PED-SUB)
                DELIMITED BY SIZE INTO WS-DUT-CHAVE.
            PERFORM GRAVA-DUTY-AFAS.

       GRAVA-DUTY-AFAS.
            MOVE "AFAS" TO WS-DUT-PAR.
            PERFORM GRAVA-DUTYLOG.

       REGRAVA-PEDIDOS.
            OPEN OUTPUT LEAVE-REQUEST-FILE.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
            END-PERFORM.
            CLOSE LEAVE-REQUEST-FILE.

      * With SETTLEREG only partly read, terminations already settled
      * would come back onto LEAVEBAL as still owed; the run refuses.
       RELATORIO-SALDOS.
            PERFORM CARREGA-FUNCIONARIOS.
            PERFORM CARREGA-DESLIGADOS.
            IF WS-QUI-ESTOUROU = 'S'
                DISPLAY "SETTLEREG EXCEDE 500 RESCISOES - LEAVEBAL NAO"
      -             " GRAVADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM GRAVA-SALDOS
            END-IF.

       GRAVA-SALDOS.
            PERFORM CONTA-DIAS-PAGOS.
            PERFORM CONTA-DIAS-GOZADOS.
            OPEN OUTPUT LEAVE-BALANCE-FILE.
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

      * Terminations EMPUPDT took off EMPMASTER whose settlement
      * has not been calculated yet. Moves written before the
      * effective date was kept have spaces there and are long
      * settled by hand.
       CARREGA-DESLIGADOS.
            PERFORM CARREGA-QUITADAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MOVES-FILE.
            IF WS-FS-EMPMOVES NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MOVES-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF MV-TIPO = 'T'
                                AND MV-DATA-EFETIVA IS NUMERIC
                            PERFORM INCLUI-DESLIGADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMOVES = "10"
                CLOSE EMPLOYEE-MOVES-FILE
            END-IF.

       CARREGA-QUITADAS.
            MOVE 0 TO WS-QUI-TOTAL.
            MOVE 'N' TO WS-QUI-ESTOUROU.
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
                        IF WS-QUI-TOTAL < 500
                            ADD 1 TO WS-QUI-TOTAL
                            MOVE SE-EMP-ID TO WS-QUI-EMP(WS-QUI-TOTAL)
                            MOVE SE-DATA-DESLIGAMENTO TO
                                WS-QUI-DATA(WS-QUI-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-QUI-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SETTLEREG = "10"
                CLOSE SETTLEMENT-FILE
            END-IF.

       INCLUI-DESLIGADO.
            MOVE 'N' TO WS-QUI-ACHOU.
            PERFORM VARYING WS-QUI-SUB FROM 1 BY 1
                    UNTIL WS-QUI-SUB > WS-QUI-TOTAL
                    OR WS-QUI-ACHOU = 'S'
                IF WS-QUI-EMP(WS-QUI-SUB) = MV-ID
                        AND WS-QUI-DATA(WS-QUI-SUB) = MV-DATA-EFETIVA
                    MOVE 'S' TO WS-QUI-ACHOU
                END-IF
            END-PERFORM.
            MOVE 'N' TO WS-SLD-ACHOU.
            PERFORM VARYING WS-SLD-SUB FROM 1 BY 1
                    UNTIL WS-SLD-SUB > WS-SLD-TOTAL
                    OR WS-SLD-ACHOU = 'S'
                IF WS-SLD-EMP(WS-SLD-SUB) = MV-ID
                    MOVE 'S' TO WS-SLD-ACHOU
                END-IF
            END-PERFORM.
            IF WS-QUI-ACHOU = 'N' AND WS-SLD-ACHOU = 'N'
                    AND WS-SLD-TOTAL < 200
                ADD 1 TO WS-SLD-TOTAL
                MOVE MV-ID TO WS-SLD-EMP(WS-SLD-TOTAL)
                MOVE "DESLIGADO" TO WS-SLD-NOME(WS-SLD-TOTAL)
                MOVE 0 TO WS-SLD-DIAS-PAGOS(WS-SLD-TOTAL)
                MOVE 0 TO WS-SLD-GANHOS(WS-SLD-TOTAL)
                MOVE 0 TO WS-SLD-GOZADOS(WS-SLD-TOTAL)
            END-IF.

      * Every detail row in PAYROLL is one paid day for its
      * employee; the entitlement accrues off that count.
       CONTA-DIAS-PAGOS.

       COPY "bizproc.cpy".

       COPY "dutyproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM LEAVEMGR.
