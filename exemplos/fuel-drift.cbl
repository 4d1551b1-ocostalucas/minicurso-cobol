      *          FUELDRIFT report and onto the INSPCAND candidate
      *          file, which the maintenance-due report folds in as
      *          inspection candidates - bad economy is usually a
      *          mechanical symptom. Each such plate is also
      *          raised as an attention alert on the central ALERTQ
      *          queue.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTQ.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-RECORD      PIC X(90).
       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  ALERT-QUEUE-FILE.
           COPY "alertq.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(90).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-ALE-SEVERIDADE PIC X(1).
           77 WS-ALE-CHAVE PIC X(20).
           77 WS-ALE-MENSAGEM PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
            PERFORM GRAVA-LINHA.
            IF WS-QUEDA-PCT > WS-TOLERANCIA-PCT
                ADD 1 TO WS-QTD-ALERTAS
                MOVE 'A' TO WS-ALE-SEVERIDADE
                MOVE WS-PLC-PLACA(WS-PLC-SUB) TO WS-ALE-CHAVE
                MOVE SPACES TO WS-ALE-MENSAGEM
                STRING "CONSUMO ABAIXO DA TOLERANCIA - " WS-LINHA
                    DELIMITED BY SIZE INTO WS-ALE-MENSAGEM
                PERFORM GRAVA-ALERTA
                MOVE SPACES TO WS-LINHA
                STRING "*** " WS-PLC-PLACA(WS-PLC-SUB)
                    " ABAIXO DA TOLERANCIA - CANDIDATA A INSPECAO"

       COPY "bizproc.cpy".

       COPY "alertproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM FUELDRIFT.
