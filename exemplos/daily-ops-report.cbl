      * Author:
      * Date:
      * Purpose: combine the bakery profit, school water cost, and
      *          fleet fuel rollups into one Daily Operations Report.
      *          Critical alerts left unacknowledged on the central
      *          ALERTQ queue past the escalation limit are printed
      *          at the foot of the page as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT JOB-STATUS-FILE ASSIGN TO "JOBSTATUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBSTATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTQ.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
       FD  JOB-STATUS-FILE.
           COPY "jobstat.cpy".

       FD  ALERT-QUEUE-FILE.
           COPY "alertq.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

           77 WS-FALTA-VENDORCOST PIC X(1) VALUE 'N'.
           77 WS-FALTA-FLEETRPT PIC X(1) VALUE 'N'.
           77 WS-LINHA-IMP PIC X(72).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-EOF-ALERTQ PIC X(1).
      * A critical alert still pending after this many hours is
      * escalated onto the report - retuned here.
           77 WS-HORAS-ESCALA PIC 9(3) VALUE 12.
           77 WS-QTD-ESCALADOS PIC 9(4) VALUE 0.
           77 WS-IDADE-MINUTOS PIC S9(9).
           77 WS-IDADE-HORAS PIC 9(5).
           77 WS-MINUTOS-AGORA PIC 9(4).
           77 WS-MINUTOS-ALERTA PIC 9(4).
           77 WS-HORAS-CALC PIC 9(4).
           77 WS-RESTO-CALC PIC 9(4).
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           COPY "currency.cpy".
           COPY "ctl.cpy".

                    TO WS-LINHA-IMP
                PERFORM GRAVA-LINHA-IMPRESSA
            END-IF
            PERFORM RELATA-ALERTAS-ESCALADOS.
            CLOSE DAILY-PRINT-FILE.

      * Ages run off the clock, as the alerts are stamped, not off
      * the business date. The queue is only read here; clearing an
      * alert is done on ALERTCON.
       RELATA-ALERTAS-ESCALADOS.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-ATUAL FROM TIME.
            MOVE 0 TO WS-QTD-ESCALADOS.
            MOVE 'N' TO WS-EOF-ALERTQ.
            OPEN INPUT ALERT-QUEUE-FILE.
            IF WS-FS-ALERTQ NOT = "00"
                MOVE 'Y' TO WS-EOF-ALERTQ
            END-IF
            PERFORM UNTIL WS-EOF-ALERTQ = 'Y'
                READ ALERT-QUEUE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ALERTQ
                    NOT AT END
                        IF AL-SEVERIDADE = 'C' AND AL-SITUACAO = 'P'
                            PERFORM AVALIA-ALERTA-CRITICO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-ALERTQ = "10"
                CLOSE ALERT-QUEUE-FILE
            END-IF
            IF WS-QTD-ESCALADOS > 0
                MOVE ALL "=" TO WS-LINHA-IMP
                PERFORM GRAVA-LINHA-IMPRESSA
                DISPLAY "ALERTAS CRITICOS NAO RECONHECIDOS HA MAIS DE "
                    WS-HORAS-ESCALA "H: " WS-QTD-ESCALADOS
            END-IF.

       AVALIA-ALERTA-CRITICO.
            MOVE 'E' TO WS-DS-FUNCAO.
            MOVE WS-DATA-ATUAL TO WS-DS-DATA.
            MOVE AL-DATA TO WS-DS-DATA-2.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            DIVIDE WS-HORA-ATUAL BY 10000 GIVING WS-HORAS-CALC
                REMAINDER WS-RESTO-CALC.
            COMPUTE WS-MINUTOS-AGORA =
                (WS-HORAS-CALC * 60) + (WS-RESTO-CALC / 100).
            DIVIDE AL-HORA BY 10000 GIVING WS-HORAS-CALC
                REMAINDER WS-RESTO-CALC.
            COMPUTE WS-MINUTOS-ALERTA =
                (WS-HORAS-CALC * 60) + (WS-RESTO-CALC / 100).
            COMPUTE WS-IDADE-MINUTOS = (WS-DS-DIAS * 1440)
                + WS-MINUTOS-AGORA - WS-MINUTOS-ALERTA.
            IF WS-IDADE-MINUTOS > (WS-HORAS-ESCALA * 60)
                IF WS-QTD-ESCALADOS = 0
                    MOVE ALL "=" TO WS-LINHA-IMP
                    PERFORM GRAVA-LINHA-IMPRESSA
                    MOVE "ALERTAS CRITICOS NAO RECONHECIDOS"
                        TO WS-LINHA-IMP
                    PERFORM GRAVA-LINHA-IMPRESSA
                    MOVE ALL "-" TO WS-LINHA-IMP
                    PERFORM GRAVA-LINHA-IMPRESSA
                END-IF
                ADD 1 TO WS-QTD-ESCALADOS
                COMPUTE WS-IDADE-HORAS = WS-IDADE-MINUTOS / 60
                MOVE SPACES TO WS-LINHA-IMP
                STRING AL-DATA " " AL-HORA " " AL-PROGRAMA " "
                    AL-CHAVE " HA " WS-IDADE-HORAS "H"
                    DELIMITED BY SIZE INTO WS-LINHA-IMP
                PERFORM GRAVA-LINHA-IMPRESSA
                MOVE SPACES TO WS-LINHA-IMP
                STRING "      " AL-MENSAGEM
                    DELIMITED BY SIZE INTO WS-LINHA-IMP
                PERFORM GRAVA-LINHA-IMPRESSA
            END-IF.

       GRAVA-LINHA-IMPRESSA.
            MOVE WS-LINHA-IMP TO DAILY-PRINT-RECORD.
            WRITE DAILY-PRINT-RECORD.
