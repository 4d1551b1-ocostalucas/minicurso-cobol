      ******************************************************************
      * Author:
      * Date:
      * Purpose: the operations alert console over the central ALERTQ
      *          queue that FUELDRIFT, FUELRECON, HEALTHCHK, BATCHWIN,
      *          RECALLRPT and INTAUDIT append to. Mode 1 lists the
      *          alerts still pending, numbered by their place on
      *          the queue, with severity, source, key and how many
      *          hours each has waited; mode 2 acknowledges one of
      *          them by number, recording who, when and the action
      *          taken; mode 3 lists the acknowledged ones with that
      *          record. An acknowledged alert stays on the queue as
      *          the history of what was done about it for
      *          WS-DIAS-RETENCAO days after it was acknowledged;
      *          older ones are left out of every mode and dropped
      *          when mode 2 rewrites the queue. Pending alerts are
      *          never dropped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALERTQ.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
           COPY "alertq.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-ALERTQ PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * The queue is held as whole record images and rewritten whole
      * when an alert is acknowledged.
           01 WS-TABELA-ALERTAS.
               05 WS-ALE-IMAGEM PIC X(222) OCCURS 3000 TIMES.
           77 WS-ALE-TOTAL PIC 9(4) VALUE 0.
           77 WS-ALE-SUB PIC 9(4).
           77 WS-ALE-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ALE-EXPURGADOS PIC 9(5) VALUE 0.
           77 WS-DIAS-RETENCAO PIC 9(3) VALUE 90.
           77 WS-ALE-CORTE PIC 9(8).
           77 WS-NUM-ALERTA PIC 9(4).
           77 WS-QTD-LISTADOS PIC 9(4) VALUE 0.
           77 WS-QTD-CRITICOS PIC 9(4) VALUE 0.
           77 WS-QTD-ATENCAO PIC 9(4) VALUE 0.
           77 WS-QTD-INFORMATIVOS PIC 9(4) VALUE 0.
           77 WS-ACAO-ENTRADA PIC X(50).
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
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "ALERTCON".

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
            DISPLAY "1 - LISTAR ALERTAS PENDENTES"
            DISPLAY "2 - RECONHECER ALERTA"
            DISPLAY "3 - LISTAR ALERTAS RECONHECIDOS"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LISTA-PENDENTES
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "ALERTAS PENDENTES " WS-QTD-LISTADOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM RECONHECE-ALERTA
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "ALERTA RECONHECIDO " WS-NUM-ALERTA
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 3 PERFORM LISTA-RECONHECIDOS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "ALERTAS RECONHECIDOS " WS-QTD-LISTADOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.

      * Alerts acknowledged before the retention cut-off are not
      * tabled, so every mode numbers the queue the same way and
      * the next rewrite leaves them off the file.
       CARREGA-ALERTAS.
            MOVE 0 TO WS-ALE-TOTAL.
            MOVE 0 TO WS-ALE-EXPURGADOS.
            MOVE 'N' TO WS-EOF-ARQ.
            PERFORM CALCULA-CORTE-ALERTAS.
            OPEN INPUT ALERT-QUEUE-FILE.
            IF WS-FS-ALERTQ NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ ALERT-QUEUE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN AL-SITUACAO = 'R'
                                    AND AL-DATA-RECON < WS-ALE-CORTE
                                ADD 1 TO WS-ALE-EXPURGADOS
                            WHEN WS-ALE-TOTAL < 3000
                                ADD 1 TO WS-ALE-TOTAL
                                MOVE ALERT-QUEUE-RECORD TO
                                    WS-ALE-IMAGEM(WS-ALE-TOTAL)
                            WHEN OTHER
                                MOVE 'S' TO WS-ALE-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-ALERTQ = "10"
                CLOSE ALERT-QUEUE-FILE
            END-IF.

      * The acknowledgement date is the clock date, so the cut-off
      * is taken back from the clock date as well.
       CALCULA-CORTE-ALERTAS.
            ACCEPT WS-ALE-CORTE FROM DATE YYYYMMDD.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-ALE-CORTE TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT WS-DIAS-RETENCAO FROM WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-ALE-CORTE.

       REGRAVA-ALERTAS.
            IF WS-ALE-ESTOUROU = 'S'
                DISPLAY "ALERTQ EXCEDE 3000 ALERTAS - NAO SERA"
                    " REGRAVADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT ALERT-QUEUE-FILE
                PERFORM VARYING WS-ALE-SUB FROM 1 BY 1
                        UNTIL WS-ALE-SUB > WS-ALE-TOTAL
                    MOVE WS-ALE-IMAGEM(WS-ALE-SUB) TO
                        ALERT-QUEUE-RECORD
                    WRITE ALERT-QUEUE-RECORD
                END-PERFORM
                CLOSE ALERT-QUEUE-FILE
                IF WS-ALE-EXPURGADOS > 0
                    DISPLAY "ALERTAS RECONHECIDOS HA MAIS DE "
                        WS-DIAS-RETENCAO " DIAS EXPURGADOS: "
                        WS-ALE-EXPURGADOS
                END-IF
            END-IF.

      * The number shown is the alert's place on the queue, which is
      * what mode 2 asks for.
       LISTA-PENDENTES.
            PERFORM CARREGA-ALERTAS.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
            ACCEPT WS-HORA-ATUAL FROM TIME.
            MOVE 0 TO WS-QTD-LISTADOS.
            DISPLAY "=== ALERTAS PENDENTES ===".
            PERFORM VARYING WS-ALE-SUB FROM 1 BY 1
                    UNTIL WS-ALE-SUB > WS-ALE-TOTAL
                MOVE WS-ALE-IMAGEM(WS-ALE-SUB) TO ALERT-QUEUE-RECORD
                IF AL-SITUACAO = 'P'
                    ADD 1 TO WS-QTD-LISTADOS
                    EVALUATE AL-SEVERIDADE
                     WHEN 'C'
                        ADD 1 TO WS-QTD-CRITICOS
                     WHEN 'A'
                        ADD 1 TO WS-QTD-ATENCAO
                     WHEN OTHER
                        ADD 1 TO WS-QTD-INFORMATIVOS
                    END-EVALUATE
                    PERFORM CALCULA-IDADE-ALERTA
                    DISPLAY WS-ALE-SUB " " AL-SEVERIDADE " "
                        AL-PROGRAMA " " AL-CHAVE " HA "
                        WS-IDADE-HORAS "H"
                    DISPLAY "     " AL-MENSAGEM
                END-IF
            END-PERFORM.
            DISPLAY "PENDENTES: " WS-QTD-LISTADOS
                " CRITICOS " WS-QTD-CRITICOS
                " ATENCAO " WS-QTD-ATENCAO
                " INFORMATIVOS " WS-QTD-INFORMATIVOS.
            PERFORM AVISA-ESTOURO-ALERTAS.

      * A queue past the table shows only its first 3000 alerts.
       AVISA-ESTOURO-ALERTAS.
            IF WS-ALE-ESTOUROU = 'S'
                DISPLAY "ALERTQ EXCEDE 3000 ALERTAS - LISTA PARCIAL"
                MOVE 4 TO RETURN-CODE
            END-IF.

      * Whole hours since the alert was raised, from the clock date
      * and time stamped on it.
       CALCULA-IDADE-ALERTA.
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
            IF WS-IDADE-MINUTOS < 0
                MOVE 0 TO WS-IDADE-MINUTOS
            END-IF
            COMPUTE WS-IDADE-HORAS = WS-IDADE-MINUTOS / 60.

      * Acknowledging needs the action taken; an alert already
      * acknowledged keeps who and when it was first done.
       RECONHECE-ALERTA.
            DISPLAY "DIGITE O NUMERO DO ALERTA:"
            ACCEPT WS-NUM-ALERTA
            PERFORM CARREGA-ALERTAS.
            IF WS-NUM-ALERTA > 0 AND WS-NUM-ALERTA NOT > WS-ALE-TOTAL
                MOVE WS-ALE-IMAGEM(WS-NUM-ALERTA) TO
                    ALERT-QUEUE-RECORD
            END-IF
            EVALUATE TRUE
                WHEN WS-NUM-ALERTA = 0
                        OR WS-NUM-ALERTA > WS-ALE-TOTAL
                    DISPLAY "ALERTA " WS-NUM-ALERTA " NAO EXISTE"
                    MOVE 8 TO RETURN-CODE
                WHEN AL-SITUACAO NOT = 'P'
                    DISPLAY "ALERTA " WS-NUM-ALERTA
                        " JA RECONHECIDO POR " AL-OPERADOR-RECON
                        " EM " AL-DATA-RECON
                WHEN OTHER
                    PERFORM REGISTRA-RECONHECIMENTO
            END-EVALUATE.

       REGISTRA-RECONHECIMENTO.
            DISPLAY AL-SEVERIDADE " " AL-PROGRAMA " " AL-CHAVE
                " DE " AL-DATA " " AL-HORA.
            DISPLAY AL-MENSAGEM.
            DISPLAY "DIGITE A ACAO TOMADA:".
            MOVE SPACES TO WS-ACAO-ENTRADA.
            ACCEPT WS-ACAO-ENTRADA.
            IF WS-ACAO-ENTRADA = SPACES
                DISPLAY "ACAO OBRIGATORIA - ALERTA NAO RECONHECIDO"
                MOVE 8 TO RETURN-CODE
            ELSE
                ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD
                ACCEPT WS-HORA-ATUAL FROM TIME
                MOVE 'R' TO AL-SITUACAO
                MOVE WS-DATA-ATUAL TO AL-DATA-RECON
                MOVE WS-HORA-ATUAL TO AL-HORA-RECON
                MOVE WS-OPERADOR-ID TO AL-OPERADOR-RECON
                MOVE WS-ACAO-ENTRADA TO AL-ACAO
                MOVE ALERT-QUEUE-RECORD TO
                    WS-ALE-IMAGEM(WS-NUM-ALERTA)
                PERFORM REGRAVA-ALERTAS
                IF WS-ALE-ESTOUROU = 'N'
                    DISPLAY "ALERTA " WS-NUM-ALERTA " RECONHECIDO"
                END-IF
            END-IF.

       LISTA-RECONHECIDOS.
            PERFORM CARREGA-ALERTAS.
            MOVE 0 TO WS-QTD-LISTADOS.
            DISPLAY "=== ALERTAS RECONHECIDOS ===".
            PERFORM VARYING WS-ALE-SUB FROM 1 BY 1
                    UNTIL WS-ALE-SUB > WS-ALE-TOTAL
                MOVE WS-ALE-IMAGEM(WS-ALE-SUB) TO ALERT-QUEUE-RECORD
                IF AL-SITUACAO = 'R'
                    ADD 1 TO WS-QTD-LISTADOS
                    DISPLAY WS-ALE-SUB " " AL-SEVERIDADE " "
                        AL-PROGRAMA " " AL-CHAVE " DE " AL-DATA
                    DISPLAY "     POR " AL-OPERADOR-RECON " EM "
                        AL-DATA-RECON " " AL-HORA-RECON ": " AL-ACAO
                END-IF
            END-PERFORM.
            DISPLAY "RECONHECIDOS: " WS-QTD-LISTADOS.
            PERFORM AVISA-ESTOURO-ALERTAS.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM ALERTCON.
