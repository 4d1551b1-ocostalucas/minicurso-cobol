      *          acceptance writes an ORDERSQ order record carrying
      *          the quoted SHAPEPRICE figures untouched, so the
      *          price cannot drift between quote and invoice.
      *          The acceptance also opens the shop job: the next
      *          JOBS header (customer and the quoted value as
      *          price) and the CUTLIST line for the quoted
      *          material and blank side, with the delivery date
      *          promised to the customer on the order. The order
      *          then moves aceito -> em corte -> pronto as
      *          EXERCICIO1 cuts the job, and entregue when mode 4
      *          confirms the delivery.
      *          Mode 2 auto-expires open quotes older than the
      *          validity period. Mode 3 is the monthly win/loss
      *          report: conversion rate and the value of business
      *          lost (rejected plus expired) by shape type, on
      *          QUOTEWL. Mode 5 lists the orders not yet delivered
      *          on ORDERSOPEN, promised date against today and the
      *          date the job was ready, followed by the month's
      *          deliveries, promised against actual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-ORDERSQ.
           SELECT WINLOSS-REPORT-FILE ASSIGN TO "QUOTEWL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOBS-FILE ASSIGN TO "JOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOBS.
           SELECT CUTTING-LIST-FILE ASSIGN TO "CUTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUTLIST.
           SELECT OPEN-ORDERS-REPORT-FILE ASSIGN TO "ORDERSOPEN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTES-FILE.
           COPY "quotes.cpy".

       FD  SHAPE-ORDERS-FILE.
           COPY "shpord.cpy".

       FD  WINLOSS-REPORT-FILE.
       01  WINLOSS-REPORT-RECORD    PIC X(90).

       FD  JOBS-FILE.
           COPY "jobhdr.cpy".

       FD  CUTTING-LIST-FILE.
           COPY "cutlist.cpy".

       FD  OPEN-ORDERS-REPORT-FILE.
       01  OPEN-ORDERS-REPORT-RECORD PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

           77 MODO PIC 9(1).
           77 WS-FS-QUOTES PIC X(2).
           77 WS-FS-ORDERSQ PIC X(2).
           77 WS-FS-JOBS PIC X(2).
           77 WS-FS-CUTLIST PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
      * Commercial validity of an open quote before it auto
      * expires, in days; retuned here when sales asks.
           77 WS-VALIDADE-DIAS PIC 9(3) VALUE 30.
      * Delivery lead time offered when the customer takes the
      * standard date at acceptance, in calendar days.
           77 WS-PRAZO-ENTREGA-DIAS PIC 9(3) VALUE 10.
           01 WS-TABELA-ORCAMENTOS.
               05 WS-ORC-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-ORC-IX.
                   10 WS-ORC-VALOR      PIC 9(7)V99.
                   10 WS-ORC-DATA       PIC 9(8).
                   10 WS-ORC-STATUS     PIC X(1).
                   10 WS-ORC-LADO       PIC 9(4).
           77 WS-ORC-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORC-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ORC-SUB PIC 9(3).
           77 WS-PER-TOTAL PIC 9(2) VALUE 0.
           77 WS-PER-SUB PIC 9(2).
           77 WS-PER-ACHOU PIC X(1).
           01 WS-TABELA-PEDIDOS.
               05 WS-PED-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-PED-IX.
                   10 WS-PED-NUMERO     PIC 9(6).
                   10 WS-PED-FORMA      PIC X(12).
                   10 WS-PED-MATERIAL   PIC X(6).
                   10 WS-PED-VALOR      PIC 9(7)V99.
                   10 WS-PED-ACEITE     PIC 9(8).
                   10 WS-PED-JOB        PIC 9(4).
                   10 WS-PED-CLIENTE    PIC X(20).
                   10 WS-PED-STATUS     PIC X(1).
                   10 WS-PED-PROMETIDA  PIC 9(8).
                   10 WS-PED-PRONTO     PIC 9(8).
                   10 WS-PED-ENTREGA    PIC 9(8).
           77 WS-PED-TOTAL PIC 9(3) VALUE 0.
           77 WS-PED-SUB PIC 9(3).
           77 WS-PED-ACHOU PIC X(1).
           77 WS-PED-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-NUMERO-ENTRADA PIC 9(6).
           77 WS-CLIENTE-ENTRADA PIC X(20).
           77 WS-DATA-ENTRADA PIC 9(8).
           77 WS-JOB-NOVO PIC 9(4).
           77 WS-DIAS-ATRASO PIC S9(9).
           77 WS-ED-DIAS PIC -(5)9.
           77 WS-ED-VALOR PIC ZZZZZZ9.99.
           77 WS-QTD-ABERTOS PIC 9(4).
           77 WS-QTD-ATRASADOS PIC 9(4).
           77 WS-QTD-ENTREGUES PIC 9(4).
           77 WS-LINHA-PEDIDO PIC X(100).
           77 WS-DECISAO PIC X(1).
           77 WS-PERIODO PIC 9(6).
           77 WS-QTD-NO-MES PIC 9(4).
            DISPLAY "1 - REGISTRAR ACEITE OU RECUSA"
            DISPLAY "2 - EXPIRAR ORCAMENTOS VENCIDOS"
            DISPLAY "3 - RELATORIO MENSAL GANHO/PERDA"
            DISPLAY "4 - CONFIRMAR ENTREGA DE PEDIDO"
            DISPLAY "5 - RELATORIO DE PEDIDOS EM ABERTO"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM REGISTRA-DESFECHO
             WHEN 3 PERFORM RELATORIO-GANHO-PERDA
                     MOVE "MODO 3 - GANHO/PERDA" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM CONFIRMA-ENTREGA
                     MOVE "MODO 4 - ENTREGA PEDIDO" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM RELATORIO-PEDIDOS-ABERTOS
                     MOVE "MODO 5 - PEDIDOS EM ABERTO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 5
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.
                                MOVE 'A' TO
                                    WS-ORC-STATUS(WS-ORC-TOTAL)
                            END-IF
                            MOVE 0 TO WS-ORC-LADO(WS-ORC-TOTAL)
                            IF QT-LADO-CORTE IS NUMERIC
                                MOVE QT-LADO-CORTE TO
                                    WS-ORC-LADO(WS-ORC-TOTAL)
                            END-IF
                        ELSE
                            MOVE 'S' TO WS-ORC-ESTOUROU
                        END-IF
                END-IF
            END-IF.

      * The accepted quote becomes a shop job straight away: the
      * next JOBS number carries the customer and the quoted value
      * as its price, and one CUTLIST line asks for the square blank
      * the quote was sized on, in the quoted material. A blank wider
      * than the 999 the cutting list can hold has to be keyed on
      * CUTLIST by hand against the same job.
       GERA-PEDIDO.
            DISPLAY "CLIENTE:"
            ACCEPT WS-CLIENTE-ENTRADA
            MOVE 'J' TO WS-DS-FUNCAO
            MOVE WS-DATA-REF TO WS-DS-DATA
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS
            ADD WS-PRAZO-ENTREGA-DIAS TO WS-DS-DIAS
            MOVE 'D' TO WS-DS-FUNCAO
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS
            DISPLAY "DATA PROMETIDA (AAAAMMDD, ENTER = " WS-DS-DATA
      -         "):"
            MOVE 0 TO WS-DATA-ENTRADA
            ACCEPT WS-DATA-ENTRADA
            IF WS-DATA-ENTRADA = 0
                MOVE WS-DS-DATA TO WS-DATA-ENTRADA
            END-IF
            PERFORM PROXIMO-JOB
            OPEN EXTEND JOBS-FILE.
            IF WS-FS-JOBS = "35"
                OPEN OUTPUT JOBS-FILE
            END-IF
            MOVE SPACES TO JOBS-RECORD.
            MOVE WS-JOB-NOVO TO JB-NUMERO.
            MOVE WS-CLIENTE-ENTRADA TO JB-CLIENTE.
            MOVE WS-ORC-VALOR(WS-ORC-SUB) TO JB-PRECO-COTADO.
            WRITE JOBS-RECORD.
            CLOSE JOBS-FILE.
            IF WS-ORC-LADO(WS-ORC-SUB) > 0
                    AND WS-ORC-LADO(WS-ORC-SUB) <= 999
                OPEN EXTEND CUTTING-LIST-FILE
                IF WS-FS-CUTLIST = "35"
                    OPEN OUTPUT CUTTING-LIST-FILE
                END-IF
                MOVE SPACES TO CUTTING-LIST-RECORD
                MOVE WS-ORC-LADO(WS-ORC-SUB) TO CL-LADO
                MOVE 1 TO CL-QTD
                MOVE WS-ORC-MATERIAL(WS-ORC-SUB) TO CL-MATERIAL
                MOVE WS-JOB-NOVO TO CL-JOB
                WRITE CUTTING-LIST-RECORD
                CLOSE CUTTING-LIST-FILE
            ELSE
                DISPLAY "LADO DE CORTE NAO DISPONIVEL - LANCAR A LINHA"
      -             " NO CUTLIST PARA O JOB " WS-JOB-NOVO
            END-IF
            OPEN EXTEND SHAPE-ORDERS-FILE.
            IF WS-FS-ORDERSQ = "35"
                OPEN OUTPUT SHAPE-ORDERS-FILE
            MOVE WS-ORC-MATERIAL(WS-ORC-SUB) TO OQ-MATERIAL.
            MOVE WS-ORC-VALOR(WS-ORC-SUB) TO OQ-VALOR.
            MOVE WS-DATA-REF TO OQ-DATA-ACEITE.
            MOVE WS-JOB-NOVO TO OQ-JOB.
            MOVE WS-CLIENTE-ENTRADA TO OQ-CLIENTE.
            MOVE 'A' TO OQ-STATUS.
            MOVE WS-DATA-ENTRADA TO OQ-DATA-PROMETIDA.
            MOVE 0 TO OQ-DATA-PRONTO.
            MOVE 0 TO OQ-DATA-ENTREGA.
            WRITE SHAPE-ORDERS-RECORD.
            CLOSE SHAPE-ORDERS-FILE.
            DISPLAY "PEDIDO GERADO PELO VALOR COTADO: "
      -         WS-ORC-VALOR(WS-ORC-SUB).
            DISPLAY "JOB " WS-JOB-NOVO " ABERTO, ENTREGA PROMETIDA "
      -         WS-DATA-ENTRADA.

       PROXIMO-JOB.
            MOVE 0 TO WS-JOB-NOVO.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT JOBS-FILE.
            IF WS-FS-JOBS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ JOBS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF JB-NUMERO IS NUMERIC
                                AND JB-NUMERO > WS-JOB-NOVO
                            MOVE JB-NUMERO TO WS-JOB-NOVO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-JOBS = "10"
                CLOSE JOBS-FILE
            END-IF.
            ADD 1 TO WS-JOB-NOVO.

      * ORDERSQ kept before the job tracking came in has no job,
      * customer, status or dates on it; those orders load as
      * aceito with no job and are closed through mode 4 like any
      * other once the work is handed over. Orders delivered before
      * the current month are done with: they stay out of the table
      * and drop off ORDERSQ when mode 4 rewrites it.
       CARREGA-PEDIDOS.
            MOVE 0 TO WS-PED-TOTAL.
            MOVE 'N' TO WS-PED-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT SHAPE-ORDERS-FILE.
            IF WS-FS-ORDERSQ NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ SHAPE-ORDERS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN OQ-STATUS = 'E'
                                    AND OQ-DATA-ENTREGA IS NUMERIC
                                    AND OQ-DATA-ENTREGA(1:6) <
                                        WS-DATA-REF(1:6)
                                CONTINUE
                            WHEN WS-PED-TOTAL < 200
                                ADD 1 TO WS-PED-TOTAL
                                PERFORM GUARDA-PEDIDO
                            WHEN OTHER
                                MOVE 'S' TO WS-PED-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF WS-FS-ORDERSQ = "10"
                CLOSE SHAPE-ORDERS-FILE
            END-IF.

       GUARDA-PEDIDO.
            MOVE OQ-NUMERO TO WS-PED-NUMERO(WS-PED-TOTAL).
            MOVE OQ-FORMA TO WS-PED-FORMA(WS-PED-TOTAL).
            MOVE OQ-MATERIAL TO WS-PED-MATERIAL(WS-PED-TOTAL).
            MOVE OQ-VALOR TO WS-PED-VALOR(WS-PED-TOTAL).
            MOVE OQ-DATA-ACEITE TO WS-PED-ACEITE(WS-PED-TOTAL).
            MOVE OQ-CLIENTE TO WS-PED-CLIENTE(WS-PED-TOTAL).
            MOVE 0 TO WS-PED-JOB(WS-PED-TOTAL).
            IF OQ-JOB IS NUMERIC
                MOVE OQ-JOB TO WS-PED-JOB(WS-PED-TOTAL)
            END-IF
            IF OQ-STATUS = 'C' OR OQ-STATUS = 'P'
                    OR OQ-STATUS = 'E'
                MOVE OQ-STATUS TO WS-PED-STATUS(WS-PED-TOTAL)
            ELSE
                MOVE 'A' TO WS-PED-STATUS(WS-PED-TOTAL)
            END-IF
            MOVE 0 TO WS-PED-PROMETIDA(WS-PED-TOTAL).
            IF OQ-DATA-PROMETIDA IS NUMERIC
                MOVE OQ-DATA-PROMETIDA TO
                    WS-PED-PROMETIDA(WS-PED-TOTAL)
            END-IF
            MOVE 0 TO WS-PED-PRONTO(WS-PED-TOTAL).
            IF OQ-DATA-PRONTO IS NUMERIC
                MOVE OQ-DATA-PRONTO TO WS-PED-PRONTO(WS-PED-TOTAL)
            END-IF
            MOVE 0 TO WS-PED-ENTREGA(WS-PED-TOTAL).
            IF OQ-DATA-ENTREGA IS NUMERIC
                MOVE OQ-DATA-ENTREGA TO
                    WS-PED-ENTREGA(WS-PED-TOTAL)
            END-IF.

       REGRAVA-PEDIDOS.
            OPEN OUTPUT SHAPE-ORDERS-FILE.
            PERFORM VARYING WS-PED-IX FROM 1 BY 1
                    UNTIL WS-PED-IX > WS-PED-TOTAL
                MOVE SPACES TO SHAPE-ORDERS-RECORD
                MOVE WS-PED-NUMERO(WS-PED-IX) TO OQ-NUMERO
                MOVE WS-PED-FORMA(WS-PED-IX) TO OQ-FORMA
                MOVE WS-PED-MATERIAL(WS-PED-IX) TO OQ-MATERIAL
                MOVE WS-PED-VALOR(WS-PED-IX) TO OQ-VALOR
                MOVE WS-PED-ACEITE(WS-PED-IX) TO OQ-DATA-ACEITE
                MOVE WS-PED-JOB(WS-PED-IX) TO OQ-JOB
                MOVE WS-PED-CLIENTE(WS-PED-IX) TO OQ-CLIENTE
                MOVE WS-PED-STATUS(WS-PED-IX) TO OQ-STATUS
                MOVE WS-PED-PROMETIDA(WS-PED-IX) TO
                    OQ-DATA-PROMETIDA
                MOVE WS-PED-PRONTO(WS-PED-IX) TO OQ-DATA-PRONTO
                MOVE WS-PED-ENTREGA(WS-PED-IX) TO OQ-DATA-ENTREGA
                WRITE SHAPE-ORDERS-RECORD
            END-PERFORM.
            CLOSE SHAPE-ORDERS-FILE.

      * Delivery is confirmed once the job is ready; an order still
      * aceito or em corte is refused so the shop floor status is
      * not skipped. Same rewrite guard as REGISTRA-DESFECHO.
       CONFIRMA-ENTREGA.
            PERFORM CARREGA-PEDIDOS
            IF WS-PED-ESTOUROU = 'S'
                DISPLAY "ENTREGA ABORTADA - ORDERSQ EXCEDE 200"
      -             " PEDIDOS"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM CONFIRMA-ENTREGA-VALIDA
            END-IF.

       CONFIRMA-ENTREGA-VALIDA.
            DISPLAY "DIGITE O NUMERO DO PEDIDO:"
            ACCEPT WS-NUMERO-ENTRADA
            MOVE 'N' TO WS-PED-ACHOU
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                    OR WS-PED-ACHOU = 'S'
                IF WS-PED-NUMERO(WS-PED-SUB) = WS-NUMERO-ENTRADA
                    MOVE 'S' TO WS-PED-ACHOU
                    SUBTRACT 1 FROM WS-PED-SUB
                END-IF
            END-PERFORM
            IF WS-PED-ACHOU = 'N'
                DISPLAY "PEDIDO NAO ENCONTRADO"
            ELSE
                IF WS-PED-STATUS(WS-PED-SUB) = 'E'
                    DISPLAY "PEDIDO JA ENTREGUE EM "
      -                 WS-PED-ENTREGA(WS-PED-SUB)
                ELSE
                    IF WS-PED-STATUS(WS-PED-SUB) NOT = 'P'
                        DISPLAY "PEDIDO AINDA NAO ESTA PRONTO - JOB "
      -                     WS-PED-JOB(WS-PED-SUB) " STATUS "
      -                     WS-PED-STATUS(WS-PED-SUB)
                    ELSE
                        DISPLAY "DATA DA ENTREGA (AAAAMMDD, ENTER = "
      -                     WS-DATA-REF "):"
                        MOVE 0 TO WS-DATA-ENTRADA
                        ACCEPT WS-DATA-ENTRADA
                        IF WS-DATA-ENTRADA = 0
                            MOVE WS-DATA-REF TO WS-DATA-ENTRADA
                        END-IF
                        MOVE 'E' TO WS-PED-STATUS(WS-PED-SUB)
                        MOVE WS-DATA-ENTRADA TO
                            WS-PED-ENTREGA(WS-PED-SUB)
                        PERFORM REGRAVA-PEDIDOS
                        DISPLAY "ENTREGA REGISTRADA"
                    END-IF
                END-IF
            END-IF.

      * Open orders first - everything not yet entregue, with how
      * many days the promise has slipped against today - then the
      * orders delivered this month, promised against delivered.
       RELATORIO-PEDIDOS-ABERTOS.
            PERFORM CARREGA-PEDIDOS
            MOVE 0 TO WS-QTD-ABERTOS
            MOVE 0 TO WS-QTD-ATRASADOS
            MOVE 0 TO WS-QTD-ENTREGUES
            OPEN OUTPUT OPEN-ORDERS-REPORT-FILE
            MOVE SPACES TO WS-LINHA-PEDIDO
            STRING "PEDIDOS EM ABERTO EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA-PEDIDO
            PERFORM GRAVA-LINHA-PEDIDO
            IF WS-PED-ESTOUROU = 'S'
                MOVE "ORDERSQ EXCEDE 200 PEDIDOS - LISTA PARCIAL"
                    TO WS-LINHA-PEDIDO
                PERFORM GRAVA-LINHA-PEDIDO
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                IF WS-PED-STATUS(WS-PED-SUB) NOT = 'E'
                    ADD 1 TO WS-QTD-ABERTOS
                    MOVE WS-DATA-REF TO WS-DS-DATA
                    PERFORM CALCULA-ATRASO
                    IF WS-DIAS-ATRASO > 0
                        ADD 1 TO WS-QTD-ATRASADOS
                    END-IF
                    MOVE WS-DIAS-ATRASO TO WS-ED-DIAS
                    MOVE WS-PED-VALOR(WS-PED-SUB) TO WS-ED-VALOR
                    MOVE SPACES TO WS-LINHA-PEDIDO
                    STRING "PED " WS-PED-NUMERO(WS-PED-SUB)
                        " JOB " WS-PED-JOB(WS-PED-SUB)
                        " " WS-PED-CLIENTE(WS-PED-SUB)
                        " ST " WS-PED-STATUS(WS-PED-SUB)
                        " PROM " WS-PED-PROMETIDA(WS-PED-SUB)
                        " PRONTO " WS-PED-PRONTO(WS-PED-SUB)
                        " ATRASO " WS-ED-DIAS
                        " " WS-ED-VALOR
                        DELIMITED BY SIZE INTO WS-LINHA-PEDIDO
                    PERFORM GRAVA-LINHA-PEDIDO
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-LINHA-PEDIDO
            STRING "ENTREGUES NO MES " WS-DATA-REF(1:6)
                DELIMITED BY SIZE INTO WS-LINHA-PEDIDO
            PERFORM GRAVA-LINHA-PEDIDO
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                IF WS-PED-STATUS(WS-PED-SUB) = 'E'
                        AND WS-PED-ENTREGA(WS-PED-SUB)(1:6) =
                            WS-DATA-REF(1:6)
                    ADD 1 TO WS-QTD-ENTREGUES
                    MOVE WS-PED-ENTREGA(WS-PED-SUB) TO WS-DS-DATA
                    PERFORM CALCULA-ATRASO
                    MOVE WS-DIAS-ATRASO TO WS-ED-DIAS
                    MOVE SPACES TO WS-LINHA-PEDIDO
                    STRING "PED " WS-PED-NUMERO(WS-PED-SUB)
                        " JOB " WS-PED-JOB(WS-PED-SUB)
                        " " WS-PED-CLIENTE(WS-PED-SUB)
                        " PROM " WS-PED-PROMETIDA(WS-PED-SUB)
                        " ENTREGUE " WS-PED-ENTREGA(WS-PED-SUB)
                        " ATRASO " WS-ED-DIAS
                        DELIMITED BY SIZE INTO WS-LINHA-PEDIDO
                    PERFORM GRAVA-LINHA-PEDIDO
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-LINHA-PEDIDO
            STRING "EM ABERTO " WS-QTD-ABERTOS
                " ATRASADOS " WS-QTD-ATRASADOS
                " ENTREGUES NO MES " WS-QTD-ENTREGUES
                DELIMITED BY SIZE INTO WS-LINHA-PEDIDO
            PERFORM GRAVA-LINHA-PEDIDO
            CLOSE OPEN-ORDERS-REPORT-FILE.

      * Days past the promised date as of WS-DS-DATA, zero when the
      * order is on time or was taken with no promise recorded.
       CALCULA-ATRASO.
            MOVE 0 TO WS-DIAS-ATRASO.
            IF WS-PED-PROMETIDA(WS-PED-SUB) > 0
                MOVE 'E' TO WS-DS-FUNCAO
                MOVE WS-PED-PROMETIDA(WS-PED-SUB) TO WS-DS-DATA-2
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                IF WS-DS-DIAS > 0
                    MOVE WS-DS-DIAS TO WS-DIAS-ATRASO
                END-IF
            END-IF.

       GRAVA-LINHA-PEDIDO.
            DISPLAY WS-LINHA-PEDIDO.
            MOVE WS-LINHA-PEDIDO TO OPEN-ORDERS-REPORT-RECORD.
            WRITE OPEN-ORDERS-REPORT-RECORD.

       EXPIRA-ORCAMENTOS.
            IF WS-ORC-ESTOUROU = 'S'
                MOVE WS-ORC-VALOR(WS-ORC-IX) TO QT-VALOR
                MOVE WS-ORC-DATA(WS-ORC-IX) TO QT-DATA
                MOVE WS-ORC-STATUS(WS-ORC-IX) TO QT-STATUS
                MOVE WS-ORC-LADO(WS-ORC-IX) TO QT-LADO-CORTE
                WRITE QUOTES-RECORD
            END-PERFORM.
            CLOSE QUOTES-FILE.
