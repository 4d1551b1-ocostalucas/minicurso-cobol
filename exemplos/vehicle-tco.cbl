      ******************************************************************
      * Author:
      * Date:
      * Purpose: what each truck really costs, so the decision of
      *          which ones to sell rests on numbers. For the keyed
      *          quarter it totals per plate the fuel of the quarter's
      *          TRIPLOG trips (the trip costs FLEETRPT adds up), the
      *          parts and labor of the SVCHISTORY services, the
      *          DEPRCHG depreciation charges of the quarter's months
      *          and the CITATIONS fines, each fine charged to the
      *          plate the driver had on the citation date per the
      *          day's TRIPLOG trip (the RADARIMP mapping the other
      *          way round), and the repair cost of the quarter's
      *          INCIDENTS (the actual bill, or the estimate until
      *          it comes in). Cost per km is over the km driven in
      *          the quarter; the ODOMETER total is shown beside it.
      *          TCORPT ranks the plates by cost per km, dearest
      *          first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHTCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIP-LOG-FILE ASSIGN TO "TRIPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPLOG.
           SELECT SERVICE-HISTORY-FILE ASSIGN TO "SVCHISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SVCHISTORY.
           SELECT DEPRECIATION-CHARGE-FILE ASSIGN TO "DEPRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEPRCHG.
           SELECT CITATIONS-FILE ASSIGN TO "CITATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITATIONS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCIDENTS.
           SELECT ODOMETER-FILE ASSIGN TO "ODOMETER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ODOMETER.
           SELECT TCO-REPORT-FILE ASSIGN TO "TCORPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SERVICE-HISTORY-FILE.
           COPY "svchist.cpy".

       FD  DEPRECIATION-CHARGE-FILE.
       01  DEPRECIATION-CHARGE-RECORD.
           05 DC-PLACA              PIC X(10).
           05 DC-DELIM-1            PIC X(1).
           05 DC-COMPETENCIA        PIC 9(6).
           05 DC-DELIM-2            PIC X(1).
           05 DC-VALOR              PIC 9(6)V99.

       FD  CITATIONS-FILE.
       01  CITATIONS-RECORD.
           05 CT-MOTORISTA-ID       PIC X(10).
           05 CT-DELIM-1            PIC X(1).
           05 CT-EXCESSO            PIC 9(4).
           05 CT-DELIM-2            PIC X(1).
           05 CT-MULTA              PIC 9(6)V99.
           05 CT-DELIM-3            PIC X(1).
           05 CT-DATA               PIC 9(8).

       FD  INCIDENT-FILE.
           COPY "incident.cpy".

       FD  ODOMETER-FILE.
       01  ODOMETER-RECORD.
           05 OD-PLACA              PIC X(10).
           05 OD-DELIM-1            PIC X(1).
           05 OD-KM-TOTAL           PIC 9(6).

       FD  TCO-REPORT-FILE.
       01  TCO-REPORT-RECORD        PIC X(125).

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-TRIPLOG PIC X(2).
           77 WS-FS-SVCHISTORY PIC X(2).
           77 WS-FS-DEPRCHG PIC X(2).
           77 WS-FS-CITATIONS PIC X(2).
           77 WS-FS-ODOMETER PIC X(2).
           77 WS-FS-INCIDENTS PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-TRIMESTRE-INI PIC 9(8).
           77 WS-TRIMESTRE-FIM PIC 9(8).
           01 WS-TABELA-PLACAS.
               05 WS-PLC-ENTRADA OCCURS 50 TIMES
                       INDEXED BY WS-PLC-IX.
                   10 WS-PLC-PLACA      PIC X(10).
                   10 WS-PLC-COMBUSTIVEL PIC 9(7)V99.
                   10 WS-PLC-MANUTENCAO PIC 9(7)V99.
                   10 WS-PLC-DEPRECIACAO PIC 9(7)V99.
                   10 WS-PLC-MULTAS     PIC 9(7)V99.
                   10 WS-PLC-AVARIAS    PIC 9(7)V99.
                   10 WS-PLC-TOTAL      PIC 9(8)V99.
                   10 WS-PLC-KM         PIC 9(7).
                   10 WS-PLC-KM-ACUM    PIC 9(6).
                   10 WS-PLC-CUSTO-KM   PIC 9(5)V9(3).
           01 WS-PLC-TROCA              PIC X(86).
           77 WS-PLC-TOTAL-ENT PIC 9(2) VALUE 0.
           77 WS-PLC-SUB PIC 9(2).
           77 WS-PLC-SUB2 PIC 9(2).
           77 WS-PLC-ACHOU PIC X(1).
           77 WS-PLC-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PLACA-BUSCA PIC X(10).
      * The quarter's fines, held until the trip pass has told
      * which plate each driver had on the citation date.
           01 WS-TABELA-MULTAS.
               05 WS-MLT-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-MLT-IX.
                   10 WS-MLT-MOTORISTA  PIC X(10).
                   10 WS-MLT-DATA       PIC 9(8).
                   10 WS-MLT-VALOR      PIC 9(6)V99.
                   10 WS-MLT-PLACA      PIC X(10).
           77 WS-MLT-TOTAL PIC 9(3) VALUE 0.
           77 WS-MLT-SUB PIC 9(3).
           77 WS-MLT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-MULTAS-SEM-PLACA PIC 9(7)V99 VALUE 0.
           77 WS-QTD-SEM-PLACA PIC 9(3) VALUE 0.
           77 WS-CUSTO-SERVICO PIC 9(7)V99.
           77 WS-CUSTO-INCIDENTE PIC 9(7)V99.
           01 WS-TOTAIS-FROTA.
               05 WS-TOT-COMBUSTIVEL    PIC 9(8)V99 VALUE 0.
               05 WS-TOT-MANUTENCAO     PIC 9(8)V99 VALUE 0.
               05 WS-TOT-DEPRECIACAO    PIC 9(8)V99 VALUE 0.
               05 WS-TOT-MULTAS         PIC 9(8)V99 VALUE 0.
               05 WS-TOT-AVARIAS        PIC 9(8)V99 VALUE 0.
               05 WS-TOT-GERAL          PIC 9(8)V99 VALUE 0.
               05 WS-TOT-KM             PIC 9(8) VALUE 0.
           77 WS-ED-RANK PIC ZZ9.
           77 WS-ED-COMBUSTIVEL PIC ZZZZZZZ9.99.
           77 WS-ED-MANUTENCAO PIC ZZZZZZZ9.99.
           77 WS-ED-DEPRECIACAO PIC ZZZZZZZ9.99.
           77 WS-ED-MULTAS PIC ZZZZZZZ9.99.
           77 WS-ED-AVARIAS PIC ZZZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-ED-KM PIC ZZZZZZZ9.
           77 WS-ED-CUSTO-KM PIC ZZZZ9.999.
           77 WS-ED-KM-ACUM PIC ZZZZZ9.
           77 WS-LINHA PIC X(125).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "VEHTCO".

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
            DISPLAY "DIGITE O INICIO DO TRIMESTRE (AAAAMMDD):"
            ACCEPT WS-TRIMESTRE-INI
            DISPLAY "DIGITE O FIM DO TRIMESTRE (AAAAMMDD):"
            ACCEPT WS-TRIMESTRE-FIM
            IF WS-TRIMESTRE-INI NOT NUMERIC
                    OR WS-TRIMESTRE-FIM NOT NUMERIC
                    OR WS-TRIMESTRE-INI > WS-TRIMESTRE-FIM
                DISPLAY "PERIODO INVALIDO"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CARREGA-MULTAS
            PERFORM ACUMULA-VIAGENS
            PERFORM ACUMULA-SERVICOS
            PERFORM ACUMULA-DEPRECIACAO
            PERFORM ATRIBUI-MULTAS
            PERFORM ACUMULA-INCIDENTES
            PERFORM CARREGA-ODOMETRO
            PERFORM CALCULA-CUSTO-KM
            PERFORM ORDENA-PLACAS
            PERFORM GRAVA-RELATORIO
            IF WS-PLC-ESTOUROU = 'S' OR WS-MLT-ESTOUROU = 'S'
                DISPLAY "TABELA CHEIA - RELATORIO INCOMPLETO"
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "TCO " WS-TRIMESTRE-INI "-" WS-TRIMESTRE-FIM
                DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

       CARREGA-MULTAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CITATIONS-FILE.
            IF WS-FS-CITATIONS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CITATIONS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF CT-DATA >= WS-TRIMESTRE-INI
                                AND CT-DATA <= WS-TRIMESTRE-FIM
                            IF WS-MLT-TOTAL < 200
                                ADD 1 TO WS-MLT-TOTAL
                                MOVE CT-MOTORISTA-ID TO
                                    WS-MLT-MOTORISTA(WS-MLT-TOTAL)
                                MOVE CT-DATA TO
                                    WS-MLT-DATA(WS-MLT-TOTAL)
                                MOVE CT-MULTA TO
                                    WS-MLT-VALOR(WS-MLT-TOTAL)
                                MOVE SPACES TO
                                    WS-MLT-PLACA(WS-MLT-TOTAL)
                            ELSE
                                MOVE 'S' TO WS-MLT-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CITATIONS = "10"
                CLOSE CITATIONS-FILE
            END-IF.

      * One pass over TRIPLOG: the quarter's trips give the fuel and
      * the km, and name the plate behind each of the quarter's
      * fines.
       ACUMULA-VIAGENS.
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
                        IF TL-DATA >= WS-TRIMESTRE-INI
                                AND TL-DATA <= WS-TRIMESTRE-FIM
                            PERFORM ACUMULA-UMA-VIAGEM
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPLOG = "10"
                CLOSE TRIP-LOG-FILE
            END-IF.

       ACUMULA-UMA-VIAGEM.
            MOVE TL-PLACA TO WS-PLACA-BUSCA.
            PERFORM BUSCA-PLACA.
            IF WS-PLC-ACHOU = 'S'
                ADD TL-CUSTO TO WS-PLC-COMBUSTIVEL(WS-PLC-SUB)
                ADD TL-DISTANCIA TO WS-PLC-KM(WS-PLC-SUB)
            END-IF
            PERFORM VARYING WS-MLT-SUB FROM 1 BY 1
                    UNTIL WS-MLT-SUB > WS-MLT-TOTAL
                IF WS-MLT-PLACA(WS-MLT-SUB) = SPACES
                        AND WS-MLT-MOTORISTA(WS-MLT-SUB) = TL-MOTORISTA
                        AND WS-MLT-DATA(WS-MLT-SUB) = TL-DATA
                    MOVE TL-PLACA TO WS-MLT-PLACA(WS-MLT-SUB)
                END-IF
            END-PERFORM.

       ACUMULA-SERVICOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SERVICE-HISTORY-FILE.
            IF WS-FS-SVCHISTORY NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                MOVE SPACES TO SERVICE-HISTORY-RECORD
                READ SERVICE-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF SH-DATA >= WS-TRIMESTRE-INI
                                AND SH-DATA <= WS-TRIMESTRE-FIM
                            PERFORM ACUMULA-UM-SERVICO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-SVCHISTORY = "10"
                CLOSE SERVICE-HISTORY-FILE
            END-IF.

       ACUMULA-UM-SERVICO.
            MOVE 0 TO WS-CUSTO-SERVICO.
            IF SH-CUSTO-PECAS IS NUMERIC
                ADD SH-CUSTO-PECAS TO WS-CUSTO-SERVICO
            END-IF
            IF SH-CUSTO-MAO-OBRA IS NUMERIC
                ADD SH-CUSTO-MAO-OBRA TO WS-CUSTO-SERVICO
            END-IF
            MOVE SH-PLACA TO WS-PLACA-BUSCA.
            PERFORM BUSCA-PLACA.
            IF WS-PLC-ACHOU = 'S'
                ADD WS-CUSTO-SERVICO TO WS-PLC-MANUTENCAO(WS-PLC-SUB)
            END-IF.

      * DEPRCHG is monthly: every charge whose period falls inside
      * the quarter's months counts.
       ACUMULA-DEPRECIACAO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DEPRECIATION-CHARGE-FILE.
            IF WS-FS-DEPRCHG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DEPRECIATION-CHARGE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF DC-COMPETENCIA >= WS-TRIMESTRE-INI(1:6)
                                AND DC-COMPETENCIA <=
                                    WS-TRIMESTRE-FIM(1:6)
                            MOVE DC-PLACA TO WS-PLACA-BUSCA
                            PERFORM BUSCA-PLACA
                            IF WS-PLC-ACHOU = 'S'
                                ADD DC-VALOR TO
                                    WS-PLC-DEPRECIACAO(WS-PLC-SUB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DEPRCHG = "10"
                CLOSE DEPRECIATION-CHARGE-FILE
            END-IF.

      * A fine whose driver made no trip that day stays off the
      * plates and is reported on its own line.
       ATRIBUI-MULTAS.
            PERFORM VARYING WS-MLT-SUB FROM 1 BY 1
                    UNTIL WS-MLT-SUB > WS-MLT-TOTAL
                IF WS-MLT-PLACA(WS-MLT-SUB) = SPACES
                    ADD WS-MLT-VALOR(WS-MLT-SUB) TO WS-MULTAS-SEM-PLACA
                    ADD 1 TO WS-QTD-SEM-PLACA
                ELSE
                    MOVE WS-MLT-PLACA(WS-MLT-SUB) TO WS-PLACA-BUSCA
                    PERFORM BUSCA-PLACA
                    IF WS-PLC-ACHOU = 'S'
                        ADD WS-MLT-VALOR(WS-MLT-SUB) TO
                            WS-PLC-MULTAS(WS-PLC-SUB)
                    END-IF
                END-IF
            END-PERFORM.

       ACUMULA-INCIDENTES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT INCIDENT-FILE.
            IF WS-FS-INCIDENTS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ INCIDENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF IC-DATA >= WS-TRIMESTRE-INI
                                AND IC-DATA <= WS-TRIMESTRE-FIM
                            IF IC-CUSTO-REAL > 0
                                MOVE IC-CUSTO-REAL TO
                                    WS-CUSTO-INCIDENTE
                            ELSE
                                MOVE IC-CUSTO-ESTIMADO TO
                                    WS-CUSTO-INCIDENTE
                            END-IF
                            MOVE IC-PLACA TO WS-PLACA-BUSCA
                            PERFORM BUSCA-PLACA
                            IF WS-PLC-ACHOU = 'S'
                                ADD WS-CUSTO-INCIDENTE TO
                                    WS-PLC-AVARIAS(WS-PLC-SUB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-INCIDENTS = "10"
                CLOSE INCIDENT-FILE
            END-IF.

      * The lifetime km is shown for the plates already in the
      * table; ODOMETER alone does not put a plate on the report.
       CARREGA-ODOMETRO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT ODOMETER-FILE.
            IF WS-FS-ODOMETER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ODOMETER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM VARYING WS-PLC-SUB FROM 1 BY 1
                                UNTIL WS-PLC-SUB > WS-PLC-TOTAL-ENT
                            IF WS-PLC-PLACA(WS-PLC-SUB) = OD-PLACA
                                MOVE OD-KM-TOTAL TO
                                    WS-PLC-KM-ACUM(WS-PLC-SUB)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-FS-ODOMETER = "10"
                CLOSE ODOMETER-FILE
            END-IF.

      * Finds WS-PLACA-BUSCA in the plate table, adding it with
      * zero costs the first time it is seen.
       BUSCA-PLACA.
            MOVE 'N' TO WS-PLC-ACHOU.
            PERFORM VARYING WS-PLC-SUB FROM 1 BY 1
                    UNTIL WS-PLC-SUB > WS-PLC-TOTAL-ENT
                    OR WS-PLC-ACHOU = 'S'
                IF WS-PLC-PLACA(WS-PLC-SUB) = WS-PLACA-BUSCA
                    MOVE 'S' TO WS-PLC-ACHOU
                END-IF
            END-PERFORM.
            IF WS-PLC-ACHOU = 'S'
                SUBTRACT 1 FROM WS-PLC-SUB
            ELSE
                IF WS-PLC-TOTAL-ENT < 50
                    ADD 1 TO WS-PLC-TOTAL-ENT
                    MOVE WS-PLC-TOTAL-ENT TO WS-PLC-SUB
                    MOVE WS-PLACA-BUSCA TO WS-PLC-PLACA(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-COMBUSTIVEL(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-MANUTENCAO(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-DEPRECIACAO(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-MULTAS(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-AVARIAS(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-TOTAL(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-KM(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-KM-ACUM(WS-PLC-SUB)
                    MOVE 0 TO WS-PLC-CUSTO-KM(WS-PLC-SUB)
                    MOVE 'S' TO WS-PLC-ACHOU
                ELSE
                    MOVE 'S' TO WS-PLC-ESTOUROU
                END-IF
            END-IF.

       CALCULA-CUSTO-KM.
            PERFORM VARYING WS-PLC-SUB FROM 1 BY 1
                    UNTIL WS-PLC-SUB > WS-PLC-TOTAL-ENT
                COMPUTE WS-PLC-TOTAL(WS-PLC-SUB) =
                    WS-PLC-COMBUSTIVEL(WS-PLC-SUB)
                    + WS-PLC-MANUTENCAO(WS-PLC-SUB)
                    + WS-PLC-DEPRECIACAO(WS-PLC-SUB)
                    + WS-PLC-MULTAS(WS-PLC-SUB)
                    + WS-PLC-AVARIAS(WS-PLC-SUB)
                IF WS-PLC-KM(WS-PLC-SUB) > 0
                    COMPUTE WS-PLC-CUSTO-KM(WS-PLC-SUB) ROUNDED =
                        WS-PLC-TOTAL(WS-PLC-SUB)
                        / WS-PLC-KM(WS-PLC-SUB)
                END-IF
                ADD WS-PLC-COMBUSTIVEL(WS-PLC-SUB) TO
                    WS-TOT-COMBUSTIVEL
                ADD WS-PLC-MANUTENCAO(WS-PLC-SUB) TO WS-TOT-MANUTENCAO
                ADD WS-PLC-DEPRECIACAO(WS-PLC-SUB) TO
                    WS-TOT-DEPRECIACAO
                ADD WS-PLC-MULTAS(WS-PLC-SUB) TO WS-TOT-MULTAS
                ADD WS-PLC-AVARIAS(WS-PLC-SUB) TO WS-TOT-AVARIAS
                ADD WS-PLC-TOTAL(WS-PLC-SUB) TO WS-TOT-GERAL
                ADD WS-PLC-KM(WS-PLC-SUB) TO WS-TOT-KM
            END-PERFORM.

      * Dearest per km first; a plate that did not run in the
      * quarter has no cost per km and ranks by its total cost
      * after the plates that ran.
       ORDENA-PLACAS.
            PERFORM VARYING WS-PLC-SUB FROM 1 BY 1
                    UNTIL WS-PLC-SUB >= WS-PLC-TOTAL-ENT
                PERFORM VARYING WS-PLC-SUB2 FROM 1 BY 1
                        UNTIL WS-PLC-SUB2 >= WS-PLC-TOTAL-ENT
                    IF WS-PLC-CUSTO-KM(WS-PLC-SUB2) <
                            WS-PLC-CUSTO-KM(WS-PLC-SUB2 + 1)
                        OR (WS-PLC-CUSTO-KM(WS-PLC-SUB2) =
                            WS-PLC-CUSTO-KM(WS-PLC-SUB2 + 1)
                        AND WS-PLC-TOTAL(WS-PLC-SUB2) <
                            WS-PLC-TOTAL(WS-PLC-SUB2 + 1))
                        MOVE WS-PLC-ENTRADA(WS-PLC-SUB2)
                            TO WS-PLC-TROCA
                        MOVE WS-PLC-ENTRADA(WS-PLC-SUB2 + 1)
                            TO WS-PLC-ENTRADA(WS-PLC-SUB2)
                        MOVE WS-PLC-TROCA
                            TO WS-PLC-ENTRADA(WS-PLC-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       GRAVA-RELATORIO.
            OPEN OUTPUT TCO-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "CUSTO TOTAL DE PROPRIEDADE POR PLACA - "
                WS-TRIMESTRE-INI " A " WS-TRIMESTRE-FIM
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING " RK PLACA      COMBUSTIVEL  MANUTENCAO"
                " DEPRECIACAO      MULTAS     AVARIAS       TOTAL"
                "  KM TRIM"
                "  CUSTO/KM KM ACUM"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-PLC-SUB FROM 1 BY 1
                    UNTIL WS-PLC-SUB > WS-PLC-TOTAL-ENT
                MOVE WS-PLC-SUB TO WS-ED-RANK
                MOVE WS-PLC-COMBUSTIVEL(WS-PLC-SUB)
                    TO WS-ED-COMBUSTIVEL
                MOVE WS-PLC-MANUTENCAO(WS-PLC-SUB) TO WS-ED-MANUTENCAO
                MOVE WS-PLC-DEPRECIACAO(WS-PLC-SUB)
                    TO WS-ED-DEPRECIACAO
                MOVE WS-PLC-MULTAS(WS-PLC-SUB) TO WS-ED-MULTAS
                MOVE WS-PLC-AVARIAS(WS-PLC-SUB) TO WS-ED-AVARIAS
                MOVE WS-PLC-TOTAL(WS-PLC-SUB) TO WS-ED-TOTAL
                MOVE WS-PLC-KM(WS-PLC-SUB) TO WS-ED-KM
                MOVE WS-PLC-CUSTO-KM(WS-PLC-SUB) TO WS-ED-CUSTO-KM
                MOVE WS-PLC-KM-ACUM(WS-PLC-SUB) TO WS-ED-KM-ACUM
                MOVE SPACES TO WS-LINHA
                STRING WS-ED-RANK " " WS-PLC-PLACA(WS-PLC-SUB) " "
                    WS-ED-COMBUSTIVEL " " WS-ED-MANUTENCAO " "
                    WS-ED-DEPRECIACAO " " WS-ED-MULTAS " "
                    WS-ED-AVARIAS " "
                    WS-ED-TOTAL " " WS-ED-KM " " WS-ED-CUSTO-KM
                    " " WS-ED-KM-ACUM
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-PERFORM.
            MOVE WS-TOT-COMBUSTIVEL TO WS-ED-COMBUSTIVEL.
            MOVE WS-TOT-MANUTENCAO TO WS-ED-MANUTENCAO.
            MOVE WS-TOT-DEPRECIACAO TO WS-ED-DEPRECIACAO.
            MOVE WS-TOT-MULTAS TO WS-ED-MULTAS.
            MOVE WS-TOT-AVARIAS TO WS-ED-AVARIAS.
            MOVE WS-TOT-GERAL TO WS-ED-TOTAL.
            MOVE WS-TOT-KM TO WS-ED-KM.
            MOVE SPACES TO WS-LINHA.
            STRING "    FROTA      " WS-ED-COMBUSTIVEL " "
                WS-ED-MANUTENCAO " " WS-ED-DEPRECIACAO " "
                WS-ED-MULTAS " " WS-ED-AVARIAS " " WS-ED-TOTAL " "
                WS-ED-KM
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-QTD-SEM-PLACA > 0
                MOVE WS-MULTAS-SEM-PLACA TO WS-ED-MULTAS
                MOVE SPACES TO WS-LINHA
                STRING "MULTAS SEM VIAGEM NO DIA (PLACA NAO "
                    "IDENTIFICADA): " WS-QTD-SEM-PLACA
                    " VALOR " WS-ED-MULTAS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            CLOSE TCO-REPORT-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO TCO-REPORT-RECORD.
            WRITE TCO-REPORT-RECORD.

       COPY "auditproc.cpy".

       END PROGRAM VEHTCO.
