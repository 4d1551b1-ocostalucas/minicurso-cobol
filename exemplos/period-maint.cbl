      *          Every posting program consults this file through
      *          the shared closed-period test and refuses records
      *          dated in a closed month. Small file, table rewrite,
      *          HOLMAINT-style. A month of a fiscal year GLCLOSE
      *          has closed on YEARCTL cannot be reopened here - the
      *          year has to be reopened first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODCTL.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YEARCTL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       FD  PERIOD-CONTROL-FILE.
           COPY "perctl.cpy".

       FD  YEAR-CONTROL-FILE.
           COPY "yearctl.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 MODO PIC 9(1).
           77 WS-FS-PERIODCTL PIC X(2).
           77 WS-EOF-PERIODCTL PIC X(1).
           77 WS-FS-YEARCTL PIC X(2).
           77 WS-EOF-YEARCTL PIC X(1).
           77 WS-ANO-ENCERRADO PIC X(1).
           01 WS-TABELA-MESES.
               05 WS-MES-ENTRADA OCCURS 24 TIMES.
                   10 WS-MES-PERIODO    PIC 9(6).
                     MOVE "MODO 2 - FECHA PERIODO" TO
                         WS-AUDIT-RESUMO
             WHEN 3 MOVE 'A' TO WS-STATUS-NOVO
                     PERFORM REABRE-PERIODO
                     MOVE "MODO 3 - REABRE PERIODO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
       MUDA-PERIODO.
            DISPLAY "DIGITE O PERIODO (AAAAMM):"
            ACCEPT WS-PERIODO-ENTRADA
            PERFORM GRAVA-STATUS-PERIODO.

       REABRE-PERIODO.
            DISPLAY "DIGITE O PERIODO (AAAAMM):"
            ACCEPT WS-PERIODO-ENTRADA
            PERFORM VERIFICA-ANO-ENCERRADO
            IF WS-ANO-ENCERRADO = 'S'
                DISPLAY "EXERCICIO " WS-PERIODO-ENTRADA(1:4)
      -             " ENCERRADO - REABRA O EXERCICIO NO GLCLOSE"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM GRAVA-STATUS-PERIODO
            END-IF.

       VERIFICA-ANO-ENCERRADO.
            MOVE 'N' TO WS-ANO-ENCERRADO
            MOVE 'N' TO WS-EOF-YEARCTL
            OPEN INPUT YEAR-CONTROL-FILE
            IF WS-FS-YEARCTL NOT = "00"
                MOVE 'Y' TO WS-EOF-YEARCTL
            END-IF
            PERFORM UNTIL WS-EOF-YEARCTL = 'Y'
                READ YEAR-CONTROL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-YEARCTL
                    NOT AT END
                        IF YC-ANO = WS-PERIODO-ENTRADA(1:4)
                                AND YC-STATUS = 'F'
                            MOVE 'S' TO WS-ANO-ENCERRADO
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-YEARCTL = "10"
                CLOSE YEAR-CONTROL-FILE
            END-IF.

       GRAVA-STATUS-PERIODO.
            MOVE 'N' TO WS-MES-ACHOU
            PERFORM VARYING WS-MES-SUB FROM 1 BY 1
                    UNTIL WS-MES-SUB > WS-MES-TOTAL
