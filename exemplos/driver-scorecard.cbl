      *          per driver off TRIPLOG, fuel efficiency achieved
      *          versus what the vehicles' VM-KM-POR-LITRO ratings
      *          predict for the same trips, and the citation count
      *          pulled from CITATIONS by driver id, with the
      *          INCIDENTS count (and how many were the driver's
      *          fault) beside it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CITATIONS-FILE ASSIGN TO "CITATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITATIONS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCIDENTS.
           SELECT SCORECARD-REPORT-FILE ASSIGN TO "DRVSCORE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  CITATIONS-FILE.
       01  CITATIONS-RECORD.
           05 CT-DELIM-3            PIC X(1).
           05 CT-DATA               PIC 9(8).

       FD  INCIDENT-FILE.
           COPY "incident.cpy".

       FD  SCORECARD-REPORT-FILE.
       01  SCORECARD-REPORT-RECORD  PIC X(140).

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".
           77 WS-FS-TRIPLOG PIC X(2).
           77 WS-FS-VEHICLEMST PIC X(2).
           77 WS-FS-CITATIONS PIC X(2).
           77 WS-FS-INCIDENTS PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-FROTA.
               05 WS-VM-ENTRADA OCCURS 30 TIMES
                   10 WS-MOT-LITROS     PIC 9(6).
                   10 WS-MOT-LITROS-PREV PIC 9(6)V99.
                   10 WS-MOT-MULTAS     PIC 9(4).
                   10 WS-MOT-INCIDENTES PIC 9(4).
                   10 WS-MOT-CULPADO    PIC 9(4).
           77 WS-MOT-TOTAL PIC 9(2) VALUE 0.
           77 WS-MOT-SUB PIC 9(2).
           77 WS-MOT-ACHOU PIC X(1).
           77 WS-KML-VEICULO PIC 9(2).
           77 WS-KML-REAL PIC 9(3)V99.
           77 WS-KML-PREVISTO PIC 9(3)V99.
           77 WS-LINHA PIC X(140).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
            PERFORM CARREGA-TABELA-FROTA
            PERFORM ACUMULA-VIAGENS
            PERFORM ACUMULA-CITACOES
            PERFORM ACUMULA-INCIDENTES
            PERFORM GRAVA-SCORECARD
            MOVE "SCORECARD DE MOTORISTAS" TO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
                            MOVE 0 TO
                                WS-MOT-LITROS-PREV(WS-MOT-TOTAL)
                            MOVE 0 TO WS-MOT-MULTAS(WS-MOT-TOTAL)
                            MOVE 0 TO
                                WS-MOT-INCIDENTES(WS-MOT-TOTAL)
                            MOVE 0 TO WS-MOT-CULPADO(WS-MOT-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
                    MOVE 0 TO WS-MOT-LITROS(WS-MOT-SUB)
                    MOVE 0 TO WS-MOT-LITROS-PREV(WS-MOT-SUB)
                    MOVE 0 TO WS-MOT-MULTAS(WS-MOT-SUB)
                    MOVE 0 TO WS-MOT-INCIDENTES(WS-MOT-SUB)
                    MOVE 0 TO WS-MOT-CULPADO(WS-MOT-SUB)
                ELSE
                    MOVE 0 TO WS-MOT-SUB
                END-IF
                CLOSE CITATIONS-FILE
            END-IF.

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
                        PERFORM VARYING WS-MOT-SUB FROM 1 BY 1
                                UNTIL WS-MOT-SUB > WS-MOT-TOTAL
                            IF WS-MOT-ID(WS-MOT-SUB) = IC-MOTORISTA
                                ADD 1 TO
                                    WS-MOT-INCIDENTES(WS-MOT-SUB)
                                IF IC-CULPA = 'S'
                                    ADD 1 TO
                                        WS-MOT-CULPADO(WS-MOT-SUB)
                                END-IF
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM.
            IF WS-FS-INCIDENTS = "10"
                CLOSE INCIDENT-FILE
            END-IF.

       GRAVA-SCORECARD.
            OPEN OUTPUT SCORECARD-REPORT-FILE.
            MOVE "=== SCORECARD DE MOTORISTAS ===" TO WS-LINHA.
                        " KML REAL " WS-KML-REAL
                        " KML PREVISTO " WS-KML-PREVISTO
                        " MULTAS " WS-MOT-MULTAS(WS-MOT-SUB)
                        " OCORRENCIAS "
                        WS-MOT-INCIDENTES(WS-MOT-SUB)
                        " CULPA " WS-MOT-CULPADO(WS-MOT-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
