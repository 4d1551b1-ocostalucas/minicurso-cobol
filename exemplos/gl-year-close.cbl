      ******************************************************************
      * Author:
      * Date:
      * Purpose: the fiscal year-end close of the GLJOURNAL ledger.
      *          Mode 1 closes a year (AAAA) once PERIODCTL has all
      *          twelve of its months closed: the ENCERRA batch,
      *          dated the last day of the year, zeroes every
      *          revenue ('R') and expense ('D') account of the
      *          GLACCTS chart into retained earnings, and the
      *          ABERTURA batch, dated the first day of the next
      *          year, carries the asset, liability and equity
      *          balances forward as the new year's opening. The
      *          ENCERRPT close report lists both batches and the
      *          year's result, and YEARCTL marks the year closed,
      *          after which GLPOST refuses any batch dated in it
      *          and PERIODMNT will not reopen its months. Mode 2
      *          is the supervisor's reopen - never by the operator
      *          who closed the year - posting the ESTENCER and
      *          ESTABERT batches that reverse what is still in
      *          force of the close. Mode 3 lists the years on
      *          YEARCTL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLJOURNAL.
           SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLACCTS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIODCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PERIODCTL.
           SELECT YEAR-CONTROL-FILE ASSIGN TO "YEARCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-YEARCTL.
           SELECT YEAR-CLOSE-REPORT-FILE ASSIGN TO "ENCERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
           COPY "gljrn.cpy".

       FD  GL-ACCOUNT-FILE.
           COPY "glacct.cpy".

       FD  PERIOD-CONTROL-FILE.
           COPY "perctl.cpy".

       FD  YEAR-CONTROL-FILE.
           COPY "yearctl.cpy".

       FD  YEAR-CLOSE-REPORT-FILE.
       01  YEAR-CLOSE-REPORT-RECORD PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-GLJOURNAL PIC X(2).
           77 WS-FS-GLACCTS PIC X(2).
           77 WS-FS-PERIODCTL PIC X(2).
           77 WS-FS-YEARCTL PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * Retained earnings, the equity account the year's result is
      * closed into; the chart should carry it as type 'L'.
           77 WS-CONTA-LUCROS PIC 9(4) VALUE 2900.
      * One line per account: the balance through the year being
      * closed (debit positive), and for the reopen what is still
      * in force of the closing and opening batches.
           01 WS-TABELA-CONTAS.
               05 WS-CTA-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-CTA-IX.
                   10 WS-CTA-CONTA      PIC 9(4).
                   10 WS-CTA-NOME       PIC X(20).
                   10 WS-CTA-TIPO       PIC X(1).
                   10 WS-CTA-SALDO      PIC S9(10)V99.
                   10 WS-CTA-ENCERRA    PIC S9(10)V99.
                   10 WS-CTA-ABERTURA   PIC S9(10)V99.
           77 WS-CTA-TOTAL PIC 9(3) VALUE 0.
           77 WS-CTA-SUB PIC 9(3).
           77 WS-CTA-ACHOU PIC X(1).
           77 WS-CTA-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CONTA-BUSCA PIC 9(4).
      * Both batches are built here in full and proved before a
      * single line is written.
           01 WS-TABELA-LOTE.
               05 WS-LOT-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-LOT-IX.
                   10 WS-LOT-NOME       PIC X(8).
                   10 WS-LOT-DATA       PIC 9(8).
                   10 WS-LOT-CONTA      PIC 9(4).
                   10 WS-LOT-DC         PIC X(1).
                   10 WS-LOT-VALOR      PIC 9(8)V99.
           77 WS-LOT-TOTAL PIC 9(3) VALUE 0.
           77 WS-LOT-SUB PIC 9(3).
           77 WS-LOT-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-LOT-NOME-NOVO PIC X(8).
           77 WS-LOT-DATA-NOVA PIC 9(8).
           77 WS-LOT-HISTORICO PIC X(20).
           77 WS-VALOR-LINHA PIC S9(10)V99.
           77 WS-ENC-DEBITOS PIC 9(10)V99.
           77 WS-ENC-CREDITOS PIC 9(10)V99.
           77 WS-ABE-DEBITOS PIC 9(10)V99.
           77 WS-ABE-CREDITOS PIC 9(10)V99.
           01 WS-TABELA-ANOS.
               05 WS-ANO-ENTRADA OCCURS 50 TIMES.
                   10 WS-ANO-ANO        PIC 9(4).
                   10 WS-ANO-STATUS     PIC X(1).
                   10 WS-ANO-DATA-FECHA PIC 9(8).
                   10 WS-ANO-OPER-FECHA PIC X(10).
                   10 WS-ANO-RESULTADO  PIC S9(10)V99.
                   10 WS-ANO-DATA-REABRE PIC 9(8).
                   10 WS-ANO-OPER-REABRE PIC X(10).
           77 WS-ANO-TOTAL PIC 9(2) VALUE 0.
           77 WS-ANO-SUB PIC 9(2).
           77 WS-ANO-ACHADO PIC 9(2).
           77 WS-ANO-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ANO PIC 9(4).
           77 WS-ANO-SEGUINTE PIC 9(4).
           77 WS-ANO-BASE PIC 9(4).
           77 WS-ANO-POSTERIOR PIC X(1).
           77 WS-DATA-ENCERRA PIC 9(8).
           77 WS-DATA-ABERTURA PIC 9(8).
           01 WS-MESES-FECHADOS.
               05 WS-MES-FECHADO PIC X(1) OCCURS 12 TIMES.
           77 WS-MES-SUB PIC 9(2).
           77 WS-QTD-MESES PIC 9(2).
           77 WS-QTD-SEM-TIPO PIC 9(3).
           77 WS-RESULTADO PIC S9(10)V99.
           77 WS-PODE-PROSSEGUIR PIC X(1).
           77 WS-ED-VALOR PIC Z(9)9.99.
           77 WS-ED-RESULTADO PIC -(9)9.99.
           77 WS-ED-DEBITOS PIC Z(9)9.99.
           77 WS-ED-CREDITOS PIC Z(9)9.99.
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "GLCLOSE".

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
            PERFORM CARREGA-ANOS
            DISPLAY "1 - ENCERRAR EXERCICIO (ENCERRPT)"
            DISPLAY "2 - REABRIR EXERCICIO (SUPERVISOR)"
            DISPLAY "3 - LISTAR EXERCICIOS"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LE-ANO
                     PERFORM ENCERRA-EXERCICIO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "MODO 1 - ENCERRA " WS-ANO
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN 2 PERFORM LE-ANO
                     PERFORM REABRE-EXERCICIO
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "MODO 2 - REABRE " WS-ANO
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN 3 PERFORM LISTA-EXERCICIOS
                     MOVE "MODO 3 - LISTA EXERCICIOS" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       LE-ANO.
            DISPLAY "DIGITE O EXERCICIO (AAAA):".
            ACCEPT WS-ANO.
            IF WS-ANO NOT NUMERIC
                MOVE 0 TO WS-ANO
            END-IF
            COMPUTE WS-ANO-SEGUINTE = WS-ANO + 1.
            COMPUTE WS-DATA-ENCERRA = WS-ANO * 10000 + 1231.
            COMPUTE WS-DATA-ABERTURA = WS-ANO-SEGUINTE * 10000 + 0101.

       CARREGA-ANOS.
            MOVE 0 TO WS-ANO-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT YEAR-CONTROL-FILE.
            IF WS-FS-YEARCTL NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ YEAR-CONTROL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-ANO-TOTAL < 50
                            ADD 1 TO WS-ANO-TOTAL
                            PERFORM GUARDA-ANO
                        ELSE
                            MOVE 'S' TO WS-ANO-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-YEARCTL = "10"
                CLOSE YEAR-CONTROL-FILE
            END-IF.

       GUARDA-ANO.
            MOVE YC-ANO TO WS-ANO-ANO(WS-ANO-TOTAL).
            MOVE YC-STATUS TO WS-ANO-STATUS(WS-ANO-TOTAL).
            MOVE YC-DATA-FECHA TO WS-ANO-DATA-FECHA(WS-ANO-TOTAL).
            MOVE YC-OPER-FECHA TO WS-ANO-OPER-FECHA(WS-ANO-TOTAL).
            IF YC-RESULTADO IS NUMERIC
                MOVE YC-RESULTADO TO WS-ANO-RESULTADO(WS-ANO-TOTAL)
            ELSE
                MOVE 0 TO WS-ANO-RESULTADO(WS-ANO-TOTAL)
            END-IF
            IF YC-DATA-REABRE IS NUMERIC
                MOVE YC-DATA-REABRE TO
                    WS-ANO-DATA-REABRE(WS-ANO-TOTAL)
            ELSE
                MOVE 0 TO WS-ANO-DATA-REABRE(WS-ANO-TOTAL)
            END-IF
            MOVE YC-OPER-REABRE TO WS-ANO-OPER-REABRE(WS-ANO-TOTAL).

      * WS-ANO-ACHADO gets the year's slot (0 = never closed),
      * WS-ANO-BASE the latest closed year before it - its opening
      * batch already carries everything older - and
      * WS-ANO-POSTERIOR whether a later year is closed, which
      * freezes this one either way.
       LOCALIZA-ANO.
            MOVE 0 TO WS-ANO-ACHADO.
            MOVE 0 TO WS-ANO-BASE.
            MOVE 'N' TO WS-ANO-POSTERIOR.
            PERFORM VARYING WS-ANO-SUB FROM 1 BY 1
                    UNTIL WS-ANO-SUB > WS-ANO-TOTAL
                IF WS-ANO-ANO(WS-ANO-SUB) = WS-ANO
                    MOVE WS-ANO-SUB TO WS-ANO-ACHADO
                END-IF
                IF WS-ANO-STATUS(WS-ANO-SUB) = 'F'
                    IF WS-ANO-ANO(WS-ANO-SUB) < WS-ANO
                            AND WS-ANO-ANO(WS-ANO-SUB) > WS-ANO-BASE
                        MOVE WS-ANO-ANO(WS-ANO-SUB) TO WS-ANO-BASE
                    END-IF
                    IF WS-ANO-ANO(WS-ANO-SUB) > WS-ANO
                        MOVE 'S' TO WS-ANO-POSTERIOR
                    END-IF
                END-IF
            END-PERFORM.

       REGRAVA-YEARCTL.
            OPEN OUTPUT YEAR-CONTROL-FILE.
            PERFORM VARYING WS-ANO-SUB FROM 1 BY 1
                    UNTIL WS-ANO-SUB > WS-ANO-TOTAL
                MOVE SPACES TO YEAR-CONTROL-RECORD
                MOVE WS-ANO-ANO(WS-ANO-SUB) TO YC-ANO
                MOVE WS-ANO-STATUS(WS-ANO-SUB) TO YC-STATUS
                MOVE WS-ANO-DATA-FECHA(WS-ANO-SUB) TO YC-DATA-FECHA
                MOVE WS-ANO-OPER-FECHA(WS-ANO-SUB) TO YC-OPER-FECHA
                MOVE WS-ANO-RESULTADO(WS-ANO-SUB) TO YC-RESULTADO
                MOVE WS-ANO-DATA-REABRE(WS-ANO-SUB) TO
                    YC-DATA-REABRE
                MOVE WS-ANO-OPER-REABRE(WS-ANO-SUB) TO
                    YC-OPER-REABRE
                WRITE YEAR-CONTROL-RECORD
            END-PERFORM.
            CLOSE YEAR-CONTROL-FILE.

       LISTA-EXERCICIOS.
            PERFORM VARYING WS-ANO-SUB FROM 1 BY 1
                    UNTIL WS-ANO-SUB > WS-ANO-TOTAL
                MOVE WS-ANO-RESULTADO(WS-ANO-SUB) TO WS-ED-RESULTADO
                DISPLAY WS-ANO-ANO(WS-ANO-SUB) " STATUS "
      -             WS-ANO-STATUS(WS-ANO-SUB) " FECHADO EM "
      -             WS-ANO-DATA-FECHA(WS-ANO-SUB) " POR "
      -             WS-ANO-OPER-FECHA(WS-ANO-SUB) " RESULTADO "
      -             WS-ED-RESULTADO
                IF WS-ANO-STATUS(WS-ANO-SUB) = 'R'
                    DISPLAY "     REABERTO EM "
      -                 WS-ANO-DATA-REABRE(WS-ANO-SUB) " POR "
      -                 WS-ANO-OPER-REABRE(WS-ANO-SUB)
                END-IF
            END-PERFORM.
            DISPLAY "EXERCICIOS NO CONTROLE: " WS-ANO-TOTAL.

      * Every check is made before the journal is touched: the
      * twelve months closed on PERIODCTL, the year not closed
      * already nor frozen by a later close, and every account
      * with a balance classified on the chart - an unclassified
      * account could be neither closed nor carried forward.
       ENCERRA-EXERCICIO.
            MOVE 'S' TO WS-PODE-PROSSEGUIR.
            PERFORM LOCALIZA-ANO.
            EVALUATE TRUE
             WHEN WS-ANO = 0
                DISPLAY "EXERCICIO INVALIDO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
             WHEN WS-ANO-ESTOUROU = 'S'
                DISPLAY "YEARCTL EXCEDE 50 EXERCICIOS - ENCERRAMENTO"
      -             " ABORTADO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
             WHEN WS-ANO-ACHADO > 0
                IF WS-ANO-STATUS(WS-ANO-ACHADO) = 'F'
                    DISPLAY "EXERCICIO " WS-ANO " JA ENCERRADO"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
            END-EVALUATE
            IF WS-PODE-PROSSEGUIR = 'S'
                    AND WS-ANO-POSTERIOR = 'S'
                DISPLAY "HA EXERCICIO POSTERIOR ENCERRADO - "
      -             WS-ANO " NAO PODE SER ENCERRADO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM VERIFICA-MESES-FECHADOS
                IF WS-QTD-MESES < 12
                    DISPLAY "PERIODCTL TEM " WS-QTD-MESES " DE 12"
      -                 " MESES DE " WS-ANO " FECHADOS - ENCERRAMENTO"
      -                 " RECUSADO"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM CARREGA-PLANO-CONTAS
                PERFORM SOMA-EXERCICIO
                PERFORM VERIFICA-CLASSIFICACAO
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM MONTA-LOTE-ENCERRAMENTO
                PERFORM MONTA-LOTE-ABERTURA
                PERFORM VERIFICA-LOTES
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM GRAVA-LOTES
                PERFORM MARCA-ANO-FECHADO
                PERFORM RELATORIO-ENCERRAMENTO
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.

       VERIFICA-MESES-FECHADOS.
            MOVE SPACES TO WS-MESES-FECHADOS.
            MOVE 0 TO WS-QTD-MESES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT PERIOD-CONTROL-FILE.
            IF WS-FS-PERIODCTL NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ PERIOD-CONTROL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF PD-PERIODO(1:4) = WS-ANO
                                AND PD-STATUS = 'F'
                            MOVE PD-PERIODO(5:2) TO WS-MES-SUB
                            IF WS-MES-SUB >= 1 AND WS-MES-SUB <= 12
                                MOVE 'F' TO WS-MES-FECHADO(WS-MES-SUB)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PERIODCTL = "10"
                CLOSE PERIOD-CONTROL-FILE
            END-IF
            PERFORM VARYING WS-MES-SUB FROM 1 BY 1
                    UNTIL WS-MES-SUB > 12
                IF WS-MES-FECHADO(WS-MES-SUB) = 'F'
                    ADD 1 TO WS-QTD-MESES
                END-IF
            END-PERFORM.

       CARREGA-PLANO-CONTAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GL-ACCOUNT-FILE.
            IF WS-FS-GLACCTS NOT = "00"
                DISPLAY "GLACCTS NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GL-ACCOUNT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        MOVE GA-CONTA TO WS-CONTA-BUSCA
                        PERFORM LOCALIZA-CONTA
                        IF WS-CTA-SUB > 0
                            MOVE GA-NOME TO WS-CTA-NOME(WS-CTA-SUB)
                            MOVE GA-TIPO TO WS-CTA-TIPO(WS-CTA-SUB)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GLACCTS = "10"
                CLOSE GL-ACCOUNT-FILE
            END-IF.

       LOCALIZA-CONTA.
            MOVE 'N' TO WS-CTA-ACHOU.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                    OR WS-CTA-ACHOU = 'S'
                IF WS-CTA-CONTA(WS-CTA-SUB) = WS-CONTA-BUSCA
                    MOVE 'S' TO WS-CTA-ACHOU
                    SUBTRACT 1 FROM WS-CTA-SUB
                END-IF
            END-PERFORM.
            IF WS-CTA-ACHOU = 'N'
                IF WS-CTA-TOTAL < 100
                    ADD 1 TO WS-CTA-TOTAL
                    MOVE WS-CTA-TOTAL TO WS-CTA-SUB
                    MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA(WS-CTA-SUB)
                    MOVE SPACES TO WS-CTA-NOME(WS-CTA-SUB)
                    MOVE SPACE TO WS-CTA-TIPO(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-SALDO(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-ENCERRA(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-ABERTURA(WS-CTA-SUB)
                ELSE
                    MOVE 'S' TO WS-CTA-ESTOUROU
                    MOVE 0 TO WS-CTA-SUB
                END-IF
            END-IF.

      * The balances through the year being closed start after the
      * last closed year, whose ABERTURA batch (dated in the
      * following year) already carries everything before it.
       SOMA-EXERCICIO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-FS-GLJOURNAL NOT = "00"
                DISPLAY "GLJOURNAL NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GL-JOURNAL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF JR-DATA(1:4) <= WS-ANO
                                AND JR-DATA(1:4) > WS-ANO-BASE
                            PERFORM SOMA-LANCAMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GLJOURNAL = "10"
                CLOSE GL-JOURNAL-FILE
            END-IF.

       SOMA-LANCAMENTO.
            MOVE JR-CONTA TO WS-CONTA-BUSCA.
            PERFORM LOCALIZA-CONTA.
            IF WS-CTA-SUB > 0
                IF JR-DC = 'D'
                    ADD JR-VALOR TO WS-CTA-SALDO(WS-CTA-SUB)
                ELSE
                    SUBTRACT JR-VALOR FROM WS-CTA-SALDO(WS-CTA-SUB)
                END-IF
            END-IF.

       VERIFICA-CLASSIFICACAO.
            IF WS-CTA-ESTOUROU = 'S'
                DISPLAY "GLACCTS/GLJOURNAL EXCEDEM 100 CONTAS - "
      -             "ENCERRAMENTO ABORTADO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
            ELSE
                MOVE WS-CONTA-LUCROS TO WS-CONTA-BUSCA
                PERFORM LOCALIZA-CONTA
                IF WS-CTA-TIPO(WS-CTA-SUB) NOT = 'L'
                    DISPLAY "CONTA " WS-CONTA-LUCROS
      -                 " (LUCROS ACUMULADOS) NAO ESTA NO GLACCTS COMO"
      -                 " PATRIMONIO LIQUIDO 'L' - ENCERRAMENTO"
      -                 " RECUSADO"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
                MOVE 0 TO WS-QTD-SEM-TIPO
                PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                        UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                    IF WS-CTA-SALDO(WS-CTA-SUB) NOT = 0
                        PERFORM VERIFICA-TIPO-CONTA
                    END-IF
                END-PERFORM
                IF WS-QTD-SEM-TIPO > 0
                    DISPLAY WS-QTD-SEM-TIPO " CONTA(S) COM SALDO SEM"
      -                 " TIPO NO GLACCTS - ENCERRAMENTO RECUSADO"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
            END-IF.

       VERIFICA-TIPO-CONTA.
            IF WS-CTA-TIPO(WS-CTA-SUB) NOT = 'A'
                    AND WS-CTA-TIPO(WS-CTA-SUB) NOT = 'P'
                    AND WS-CTA-TIPO(WS-CTA-SUB) NOT = 'L'
                    AND WS-CTA-TIPO(WS-CTA-SUB) NOT = 'R'
                    AND WS-CTA-TIPO(WS-CTA-SUB) NOT = 'D'
                ADD 1 TO WS-QTD-SEM-TIPO
                MOVE WS-CTA-SALDO(WS-CTA-SUB) TO WS-ED-RESULTADO
                DISPLAY "CONTA SEM TIPO NO GLACCTS: "
      -             WS-CTA-CONTA(WS-CTA-SUB) " SALDO "
      -             WS-ED-RESULTADO
            END-IF.

      * Each revenue and expense balance is turned round on its own
      * account and the net - the year's result - lands on retained
      * earnings; the balances are moved in the table as they are
      * closed so the opening batch sees the position after it.
       MONTA-LOTE-ENCERRAMENTO.
            MOVE 0 TO WS-LOT-TOTAL.
            MOVE 0 TO WS-RESULTADO.
            MOVE "ENCERRA" TO WS-LOT-NOME-NOVO.
            MOVE WS-DATA-ENCERRA TO WS-LOT-DATA-NOVA.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF (WS-CTA-TIPO(WS-CTA-SUB) = 'R'
                        OR WS-CTA-TIPO(WS-CTA-SUB) = 'D')
                        AND WS-CTA-SALDO(WS-CTA-SUB) NOT = 0
                    COMPUTE WS-VALOR-LINHA =
                        0 - WS-CTA-SALDO(WS-CTA-SUB)
                    SUBTRACT WS-CTA-SALDO(WS-CTA-SUB) FROM
                        WS-RESULTADO
                    MOVE WS-VALOR-LINHA TO WS-CTA-ENCERRA(WS-CTA-SUB)
                    MOVE 0 TO WS-CTA-SALDO(WS-CTA-SUB)
                    PERFORM INCLUI-LINHA-LOTE
                END-IF
            END-PERFORM.
            IF WS-RESULTADO NOT = 0
                MOVE WS-CONTA-LUCROS TO WS-CONTA-BUSCA
                PERFORM LOCALIZA-CONTA
                COMPUTE WS-VALOR-LINHA = 0 - WS-RESULTADO
                MOVE WS-VALOR-LINHA TO WS-CTA-ENCERRA(WS-CTA-SUB)
                ADD WS-VALOR-LINHA TO WS-CTA-SALDO(WS-CTA-SUB)
                PERFORM INCLUI-LINHA-LOTE
            END-IF.

       MONTA-LOTE-ABERTURA.
            MOVE "ABERTURA" TO WS-LOT-NOME-NOVO.
            MOVE WS-DATA-ABERTURA TO WS-LOT-DATA-NOVA.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF (WS-CTA-TIPO(WS-CTA-SUB) = 'A'
                        OR WS-CTA-TIPO(WS-CTA-SUB) = 'P'
                        OR WS-CTA-TIPO(WS-CTA-SUB) = 'L')
                        AND WS-CTA-SALDO(WS-CTA-SUB) NOT = 0
                    MOVE WS-CTA-SALDO(WS-CTA-SUB) TO WS-VALOR-LINHA
                    MOVE WS-VALOR-LINHA TO
                        WS-CTA-ABERTURA(WS-CTA-SUB)
                    PERFORM INCLUI-LINHA-LOTE
                END-IF
            END-PERFORM.

      * WS-VALOR-LINHA is the signed movement on the account, debit
      * positive; the journal line carries it as D or C.
       INCLUI-LINHA-LOTE.
            IF WS-LOT-TOTAL < 200
                ADD 1 TO WS-LOT-TOTAL
                MOVE WS-LOT-NOME-NOVO TO WS-LOT-NOME(WS-LOT-TOTAL)
                MOVE WS-LOT-DATA-NOVA TO WS-LOT-DATA(WS-LOT-TOTAL)
                MOVE WS-CTA-CONTA(WS-CTA-SUB) TO
                    WS-LOT-CONTA(WS-LOT-TOTAL)
                IF WS-VALOR-LINHA > 0
                    MOVE 'D' TO WS-LOT-DC(WS-LOT-TOTAL)
                    MOVE WS-VALOR-LINHA TO WS-LOT-VALOR(WS-LOT-TOTAL)
                ELSE
                    MOVE 'C' TO WS-LOT-DC(WS-LOT-TOTAL)
                    COMPUTE WS-LOT-VALOR(WS-LOT-TOTAL) =
                        0 - WS-VALOR-LINHA
                END-IF
            ELSE
                MOVE 'S' TO WS-LOT-ESTOUROU
            END-IF.

      * Both batches must balance on their own - a journal that
      * does not balance to begin with cannot be carried forward.
       VERIFICA-LOTES.
            MOVE 0 TO WS-ENC-DEBITOS.
            MOVE 0 TO WS-ENC-CREDITOS.
            MOVE 0 TO WS-ABE-DEBITOS.
            MOVE 0 TO WS-ABE-CREDITOS.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                PERFORM SOMA-LINHA-LOTE
            END-PERFORM.
            IF WS-LOT-ESTOUROU = 'S'
                DISPLAY "LOTES EXCEDEM 200 LINHAS - ENCERRAMENTO"
      -             " ABORTADO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
            END-IF
            IF WS-ENC-DEBITOS NOT = WS-ENC-CREDITOS
                    OR WS-ABE-DEBITOS NOT = WS-ABE-CREDITOS
                MOVE WS-ABE-DEBITOS TO WS-ED-DEBITOS
                MOVE WS-ABE-CREDITOS TO WS-ED-CREDITOS
                DISPLAY "SALDOS DESBALANCEADOS NO GLJOURNAL: D "
      -             WS-ED-DEBITOS " C " WS-ED-CREDITOS
      -             " - ENCERRAMENTO RECUSADO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
            END-IF.

       SOMA-LINHA-LOTE.
            IF WS-LOT-NOME(WS-LOT-SUB) = "ENCERRA"
                    OR WS-LOT-NOME(WS-LOT-SUB) = "ESTENCER"
                IF WS-LOT-DC(WS-LOT-SUB) = 'D'
                    ADD WS-LOT-VALOR(WS-LOT-SUB) TO WS-ENC-DEBITOS
                ELSE
                    ADD WS-LOT-VALOR(WS-LOT-SUB) TO WS-ENC-CREDITOS
                END-IF
            ELSE
                IF WS-LOT-DC(WS-LOT-SUB) = 'D'
                    ADD WS-LOT-VALOR(WS-LOT-SUB) TO WS-ABE-DEBITOS
                ELSE
                    ADD WS-LOT-VALOR(WS-LOT-SUB) TO WS-ABE-CREDITOS
                END-IF
            END-IF.

       GRAVA-LOTES.
            OPEN EXTEND GL-JOURNAL-FILE.
            IF WS-FS-GLJOURNAL = "35"
                OPEN OUTPUT GL-JOURNAL-FILE
            END-IF
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                MOVE SPACES TO GL-JOURNAL-RECORD
                MOVE WS-LOT-DATA(WS-LOT-SUB) TO JR-DATA
                MOVE WS-LOT-NOME(WS-LOT-SUB) TO JR-LOTE
                MOVE WS-LOT-CONTA(WS-LOT-SUB) TO JR-CONTA
                MOVE WS-LOT-DC(WS-LOT-SUB) TO JR-DC
                MOVE WS-LOT-VALOR(WS-LOT-SUB) TO JR-VALOR
                MOVE SPACES TO WS-LOT-HISTORICO
                EVALUATE WS-LOT-NOME(WS-LOT-SUB)
                 WHEN "ENCERRA"
                    STRING "ENCERRAMENTO " WS-ANO
                        DELIMITED BY SIZE INTO WS-LOT-HISTORICO
                 WHEN "ABERTURA"
                    STRING "SALDO ABERTURA " WS-ANO-SEGUINTE
                        DELIMITED BY SIZE INTO WS-LOT-HISTORICO
                 WHEN "ESTENCER"
                    STRING "ESTORNO ENCERR " WS-ANO
                        DELIMITED BY SIZE INTO WS-LOT-HISTORICO
                 WHEN OTHER
                    STRING "ESTORNO ABERT " WS-ANO-SEGUINTE
                        DELIMITED BY SIZE INTO WS-LOT-HISTORICO
                END-EVALUATE
                MOVE WS-LOT-HISTORICO TO JR-HISTORICO
                WRITE GL-JOURNAL-RECORD
            END-PERFORM.
            CLOSE GL-JOURNAL-FILE.
            DISPLAY "GLJOURNAL: " WS-LOT-TOTAL " LINHAS GRAVADAS".

       MARCA-ANO-FECHADO.
            IF WS-ANO-ACHADO = 0
                ADD 1 TO WS-ANO-TOTAL
                MOVE WS-ANO-TOTAL TO WS-ANO-ACHADO
                MOVE WS-ANO TO WS-ANO-ANO(WS-ANO-ACHADO)
            END-IF
            MOVE 'F' TO WS-ANO-STATUS(WS-ANO-ACHADO).
            MOVE WS-DATA-REF TO WS-ANO-DATA-FECHA(WS-ANO-ACHADO).
            MOVE WS-OPERADOR-ID TO WS-ANO-OPER-FECHA(WS-ANO-ACHADO).
            MOVE WS-RESULTADO TO WS-ANO-RESULTADO(WS-ANO-ACHADO).
            MOVE 0 TO WS-ANO-DATA-REABRE(WS-ANO-ACHADO).
            MOVE SPACES TO WS-ANO-OPER-REABRE(WS-ANO-ACHADO).
            PERFORM REGRAVA-YEARCTL.
            DISPLAY "EXERCICIO " WS-ANO " ENCERRADO".

       RELATORIO-ENCERRAMENTO.
            OPEN OUTPUT YEAR-CLOSE-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "ENCERRAMENTO DO EXERCICIO " WS-ANO
                "  EMITIDO EM " WS-DATA-REF " POR " WS-OPERADOR-ID
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "LANCAMENTOS DE ENCERRAMENTO - LOTE ENCERRA EM "
                WS-DATA-ENCERRA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "ENCERRA" TO WS-LOT-NOME-NOVO.
            PERFORM LISTA-LOTE.
            MOVE WS-ENC-DEBITOS TO WS-ED-DEBITOS.
            MOVE WS-ENC-CREDITOS TO WS-ED-CREDITOS.
            PERFORM LINHA-TOTAL-LOTE.
            MOVE WS-RESULTADO TO WS-ED-RESULTADO.
            MOVE SPACES TO WS-LINHA.
            IF WS-RESULTADO < 0
                STRING "PREJUIZO DO EXERCICIO " WS-ED-RESULTADO
                    " LEVADO A CONTA " WS-CONTA-LUCROS
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING "LUCRO DO EXERCICIO    " WS-ED-RESULTADO
                    " LEVADO A CONTA " WS-CONTA-LUCROS
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "SALDOS DE ABERTURA - LOTE ABERTURA EM "
                WS-DATA-ABERTURA
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "ABERTURA" TO WS-LOT-NOME-NOVO.
            PERFORM LISTA-LOTE.
            MOVE WS-ABE-DEBITOS TO WS-ED-DEBITOS.
            MOVE WS-ABE-CREDITOS TO WS-ED-CREDITOS.
            PERFORM LINHA-TOTAL-LOTE.
            MOVE SPACES TO WS-LINHA.
            STRING "EXERCICIO " WS-ANO " BLOQUEADO PARA LANCAMENTOS"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE YEAR-CLOSE-REPORT-FILE.

       LISTA-LOTE.
            PERFORM VARYING WS-LOT-SUB FROM 1 BY 1
                    UNTIL WS-LOT-SUB > WS-LOT-TOTAL
                IF WS-LOT-NOME(WS-LOT-SUB) = WS-LOT-NOME-NOVO
                    PERFORM LINHA-LOTE
                END-IF
            END-PERFORM.

       LINHA-LOTE.
            MOVE WS-LOT-CONTA(WS-LOT-SUB) TO WS-CONTA-BUSCA.
            PERFORM LOCALIZA-CONTA.
            MOVE WS-LOT-VALOR(WS-LOT-SUB) TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING WS-LOT-CONTA(WS-LOT-SUB) "  "
                WS-CTA-NOME(WS-CTA-SUB) "  "
                WS-LOT-DC(WS-LOT-SUB) " " WS-ED-VALOR
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       LINHA-TOTAL-LOTE.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL DEBITOS " WS-ED-DEBITOS " CREDITOS "
                WS-ED-CREDITOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * The reopen reverses what is still in force of the close -
      * every ENCERRA/ABERTURA line of the year less any earlier
      * reversal - so a year closed, reopened and closed again is
      * reversed only once more.
       REABRE-EXERCICIO.
            MOVE 'S' TO WS-PODE-PROSSEGUIR.
            PERFORM LOCALIZA-ANO.
            IF WS-ANO-ACHADO = 0
                DISPLAY "EXERCICIO " WS-ANO " NAO ESTA ENCERRADO"
                MOVE 'N' TO WS-PODE-PROSSEGUIR
            ELSE
                IF WS-ANO-STATUS(WS-ANO-ACHADO) NOT = 'F'
                    DISPLAY "EXERCICIO " WS-ANO " NAO ESTA ENCERRADO"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                IF WS-ANO-POSTERIOR = 'S'
                    DISPLAY "HA EXERCICIO POSTERIOR ENCERRADO - "
      -                 "REABRA-O PRIMEIRO"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
                IF WS-ANO-OPER-FECHA(WS-ANO-ACHADO) = WS-OPERADOR-ID
                    DISPLAY "ENCERRADO POR " WS-OPERADOR-ID
      -                 " - A REABERTURA CABE A OUTRO SUPERVISOR"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM CARREGA-PLANO-CONTAS
                PERFORM SOMA-FECHAMENTO-VIGENTE
                IF WS-CTA-ESTOUROU = 'S'
                    DISPLAY "GLACCTS/GLJOURNAL EXCEDEM 100 CONTAS - "
      -                 "REABERTURA ABORTADA"
                    MOVE 'N' TO WS-PODE-PROSSEGUIR
                END-IF
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM MONTA-LOTES-ESTORNO
                PERFORM VERIFICA-LOTES
            END-IF
            IF WS-PODE-PROSSEGUIR = 'S'
                PERFORM GRAVA-LOTES
                MOVE 'R' TO WS-ANO-STATUS(WS-ANO-ACHADO)
                MOVE WS-DATA-REF TO WS-ANO-DATA-REABRE(WS-ANO-ACHADO)
                MOVE WS-OPERADOR-ID TO
                    WS-ANO-OPER-REABRE(WS-ANO-ACHADO)
                PERFORM REGRAVA-YEARCTL
                DISPLAY "EXERCICIO " WS-ANO " REABERTO - ENCERRAMENTO"
      -             " E ABERTURA ESTORNADOS"
            ELSE
                MOVE 8 TO RETURN-CODE
            END-IF.

       SOMA-FECHAMENTO-VIGENTE.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GL-JOURNAL-FILE.
            IF WS-FS-GLJOURNAL NOT = "00"
                DISPLAY "GLJOURNAL NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GL-JOURNAL-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM SOMA-LINHA-FECHAMENTO
                END-READ
            END-PERFORM.
            IF WS-FS-GLJOURNAL = "10"
                CLOSE GL-JOURNAL-FILE
            END-IF.

       SOMA-LINHA-FECHAMENTO.
            IF JR-DC = 'D'
                MOVE JR-VALOR TO WS-VALOR-LINHA
            ELSE
                COMPUTE WS-VALOR-LINHA = 0 - JR-VALOR
            END-IF
            IF JR-DATA = WS-DATA-ENCERRA
                    AND (JR-LOTE = "ENCERRA" OR JR-LOTE = "ESTENCER")
                MOVE JR-CONTA TO WS-CONTA-BUSCA
                PERFORM LOCALIZA-CONTA
                IF WS-CTA-SUB > 0
                    ADD WS-VALOR-LINHA TO WS-CTA-ENCERRA(WS-CTA-SUB)
                END-IF
            END-IF
            IF JR-DATA = WS-DATA-ABERTURA
                    AND (JR-LOTE = "ABERTURA" OR JR-LOTE = "ESTABERT")
                MOVE JR-CONTA TO WS-CONTA-BUSCA
                PERFORM LOCALIZA-CONTA
                IF WS-CTA-SUB > 0
                    ADD WS-VALOR-LINHA TO WS-CTA-ABERTURA(WS-CTA-SUB)
                END-IF
            END-IF.

       MONTA-LOTES-ESTORNO.
            MOVE 0 TO WS-LOT-TOTAL.
            MOVE "ESTENCER" TO WS-LOT-NOME-NOVO.
            MOVE WS-DATA-ENCERRA TO WS-LOT-DATA-NOVA.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF WS-CTA-ENCERRA(WS-CTA-SUB) NOT = 0
                    COMPUTE WS-VALOR-LINHA =
                        0 - WS-CTA-ENCERRA(WS-CTA-SUB)
                    PERFORM INCLUI-LINHA-LOTE
                END-IF
            END-PERFORM.
            MOVE "ESTABERT" TO WS-LOT-NOME-NOVO.
            MOVE WS-DATA-ABERTURA TO WS-LOT-DATA-NOVA.
            PERFORM VARYING WS-CTA-SUB FROM 1 BY 1
                    UNTIL WS-CTA-SUB > WS-CTA-TOTAL
                IF WS-CTA-ABERTURA(WS-CTA-SUB) NOT = 0
                    COMPUTE WS-VALOR-LINHA =
                        0 - WS-CTA-ABERTURA(WS-CTA-SUB)
                    PERFORM INCLUI-LINHA-LOTE
                END-IF
            END-PERFORM.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO YEAR-CLOSE-REPORT-RECORD.
            WRITE YEAR-CLOSE-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM GLCLOSE.
