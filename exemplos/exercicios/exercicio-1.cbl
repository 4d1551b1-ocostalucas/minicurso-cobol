               FILE STATUS IS WS-FS-JOBS.
           SELECT JOB-PROFIT-FILE ASSIGN TO "JOBPROFIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUTTING-PLAN-FILE ASSIGN TO "CUTPLAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUTTING-REPORT-FILE ASSIGN TO "CUTREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUTREPORT.
           SELECT SHAPE-ORDERS-FILE ASSIGN TO "ORDERSQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDERSQ.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       DATA DIVISION.
       FILE SECTION.
       FD  CUTTING-LIST-FILE.
           COPY "cutlist.cpy".

       FD  MATERIAL-MASTER-FILE.
       01  MATERIAL-MASTER-RECORD.
           05 MT-DESCRICAO         PIC X(20).
           05 MT-DELIM-2           PIC X(1).
           05 MT-CUSTO-M2          PIC 9(4)V99.
      * Standard stock sheet the material is bought in, width by
      * length in the same unit as CL-LADO; zero on records keyed
      * before the cutting plan, which then only plans onto
      * remnants.
           05 MT-DELIM-3           PIC X(1).
           05 MT-CHAPA-LARGURA     PIC 9(4).
           05 MT-DELIM-4           PIC X(1).
           05 MT-CHAPA-COMPRIMENTO PIC 9(4).

      * One record per usable leftover piece in the rack: material
      * code, the usable square side, 'D' disponivel until a
           05 RM-STATUS            PIC X(1).

       FD  JOBS-FILE.
           COPY "jobhdr.cpy".

       FD  JOB-PROFIT-FILE.
       01  JOB-PROFIT-RECORD       PIC X(120).

       FD  CUTTING-PLAN-FILE.
       01  CUTTING-PLAN-RECORD     PIC X(100).

       FD  MATERIAL-REQUIREMENTS-FILE.
       01  MATERIAL-REQUIREMENTS-RECORD.

       01  CUTTING-REPORT-CONTROLE       PIC X(80).

       FD  SHAPE-ORDERS-FILE.
           COPY "shpord.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

                   10 WS-MAT-DESCRICAO  PIC X(20).
                   10 WS-MAT-CUSTO-M2   PIC 9(4)V99.
                   10 WS-MAT-AREA       PIC 9(8).
                   10 WS-MAT-CHAPA-LARG PIC 9(4).
                   10 WS-MAT-CHAPA-COMP PIC 9(4).
           77 WS-MAT-TOTAL PIC 9(2) VALUE 0.
           77 WS-MAT-SUB PIC 9(2).
           77 WS-MAT-ACHOU PIC X(1).
           77 WS-SOB-TOTAL PIC 9(3) VALUE 0.
           77 WS-SOB-SUB PIC 9(3).
           77 WS-SOB-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-SOB-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-SOB-CASOU PIC X(1).
           77 WS-QTD-RESTANTE PIC 9(3).
           77 WS-AREA-UNIT PIC 9(6).
           77 WS-CLIENTE-ENTRADA PIC X(20).
           77 WS-PRECO-ENTRADA PIC 9(7)V99.
           77 WS-RESULTADO-JOB PIC S9(8)V99.
           77 WS-LINHA-JOB PIC X(120).
           77 WS-FS-ORDERSQ PIC X(2).
           77 WS-EOF-ORDERSQ PIC X(1).
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
           77 WS-PED-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-PED-CORTE PIC 9(8).
           77 WS-QTD-PEDIDOS-PRONTOS PIC 9(3) VALUE 0.
           77 WS-DATA-PRONTO PIC 9(8).
           77 WS-FS-BIZDATE PIC X(2).
      * Cutting plan work areas: the day's pieces one per unit cut,
      * the sheets opened for the material being planned (remnants
      * first, then stock) and the shelves laid across each sheet.
           01 WS-TABELA-PECAS.
               05 WS-PEC-ENTRADA OCCURS 500 TIMES.
                   10 WS-PEC-MATERIAL   PIC X(6).
                   10 WS-PEC-LADO       PIC 9(3).
                   10 WS-PEC-JOB        PIC 9(4).
                   10 WS-PEC-CHAPA      PIC 9(3).
                   10 WS-PEC-X          PIC 9(4).
                   10 WS-PEC-Y          PIC 9(4).
                   10 WS-PEC-MOTIVO     PIC X(1).
           01 WS-PEC-TROCA              PIC X(25).
           77 WS-PEC-TOTAL PIC 9(3) VALUE 0.
           77 WS-PEC-SUB PIC 9(3).
           77 WS-PEC-SUB2 PIC 9(3).
           77 WS-PEC-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-PEC-COLOCADA PIC X(1).
           77 WS-PEC-UNIDADE PIC 9(3).
           01 WS-TABELA-CHAPAS.
               05 WS-CHP-ENTRADA OCCURS 100 TIMES.
                   10 WS-CHP-ORIGEM     PIC X(1).
                   10 WS-CHP-SOBRA      PIC 9(3).
                   10 WS-CHP-LARGURA    PIC 9(4).
                   10 WS-CHP-COMPRIMENTO PIC 9(4).
                   10 WS-CHP-ALTURA     PIC 9(4).
                   10 WS-CHP-AREA-USADA PIC 9(8).
           01 WS-CHP-TROCA              PIC X(24).
           77 WS-CHP-TOTAL PIC 9(3) VALUE 0.
           77 WS-CHP-SUB PIC 9(3).
           77 WS-CHP-SUB2 PIC 9(3).
           01 WS-TABELA-PRATELEIRAS.
               05 WS-PRT-ENTRADA OCCURS 300 TIMES.
                   10 WS-PRT-CHAPA      PIC 9(3).
                   10 WS-PRT-Y          PIC 9(4).
                   10 WS-PRT-ALTURA     PIC 9(4).
                   10 WS-PRT-USADO      PIC 9(4).
           77 WS-PRT-TOTAL PIC 9(3) VALUE 0.
           77 WS-PRT-SUB PIC 9(3).
           01 WS-TABELA-SOBRAS-NOVAS.
               05 WS-SNV-ENTRADA OCCURS 200 TIMES.
                   10 WS-SNV-MATERIAL   PIC X(6).
                   10 WS-SNV-LADO       PIC 9(3).
           77 WS-SNV-TOTAL PIC 9(3) VALUE 0.
           77 WS-SNV-SUB PIC 9(3).
      * Smallest leftover side worth racking as a remnant; retuned
      * here when the shop changes what it keeps.
           77 WS-SOBRA-MINIMA PIC 9(3) VALUE 100.
           77 WS-REGIAO-LARG PIC 9(4).
           77 WS-REGIAO-COMP PIC 9(4).
           77 WS-REGIAO-LADO PIC 9(4).
           77 WS-REGIAO-QTD PIC 9(4).
           77 WS-SOBRAS-DA-CHAPA PIC 9(3).
           77 WS-PECAS-DO-MATERIAL PIC 9(3).
           77 WS-QTD-CHAPAS-ESTOQUE PIC 9(3).
           77 WS-QTD-SOBRAS-USADAS PIC 9(3).
           77 WS-QTD-NAO-PLANEJADAS PIC 9(3) VALUE 0.
           77 WS-AREA-CHAPA PIC 9(8).
           77 WS-APROVEITAMENTO PIC 9(3)V99.
           77 WS-ED-APROVEITAMENTO PIC ZZ9.99.
           77 WS-ORIGEM-TEXTO PIC X(7).
           77 WS-MOTIVO-TEXTO PIC X(30).
           77 WS-LINHA-PLANO PIC X(100).
           77 WS-FS-CUTREPORT PIC X(2).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
                DISPLAY "OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA"
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            DISPLAY "1 - INFORME UM LADO"
            DISPLAY "2 - PROCESSAR LISTA DE CORTE (ARQUIVO)"
            DISPLAY "3 - RELATORIO DE NECESSIDADE DE MATERIAL"
            DISPLAY "4 - REGISTRAR SOBRAS DE CHAPA (REMNANTS)"
            DISPLAY "5 - RENTABILIDADE POR JOB (JOBPROFIT)"
            DISPLAY "6 - CADASTRAR JOB"
            DISPLAY "7 - REGISTRAR JOB PRONTO (CORTE CONCLUIDO)"
            DISPLAY "8 - PLANO DE CORTE POR CHAPA (CUTPLAN)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM CALCULA-UM-LADO
                     MOVE "MODO 6 - CADASTRA JOB" TO
                         WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 7 PERFORM REGISTRA-JOB-PRONTO
                     MOVE "MODO 7 - JOB PRONTO" TO
                         WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 8 PERFORM PLANO-DE-CORTE
                     MOVE "MODO 8 - PLANO DE CORTE" TO
                         WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.
            DISPLAY "RESULTADO " RESULTADO
            DISPLAY "PERIMETRO " PERIMETRO.

      * A customer order whose job reaches the cutting run goes
      * from aceito to em corte on ORDERSQ; lines with no job, or a
      * job no order was opened for, leave ORDERSQ alone.
       PROCESSA-LISTA-CORTE.
            PERFORM CARREGA-PEDIDOS.
            MOVE 'N' TO WS-PED-ALTERADO.
            MOVE 'N' TO WS-EOF-CUTLIST.
            OPEN INPUT CUTTING-LIST-FILE.
            OPEN OUTPUT CUTTING-REPORT-FILE.
                        MOVE PERIMETRO TO CR-PERIMETRO
                        PERFORM ACUMULA-CONTROLE-CUTTING-REPORT
                        WRITE CUTTING-REPORT-RECORD
                        IF CL-JOB IS NUMERIC AND CL-JOB > 0
                            PERFORM MARCA-PEDIDO-EM-CORTE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CUTTING-LIST-FILE.
            PERFORM GRAVA-TRAILER-CUTTING-REPORT.
            CLOSE CUTTING-REPORT-FILE.
            IF WS-PED-ALTERADO = 'S'
                IF WS-PED-ESTOUROU = 'S'
                    DISPLAY "ORDERSQ EXCEDE 200 PEDIDOS - STATUS EM"
      -                 " CORTE NAO ATUALIZADO"
                    MOVE 4 TO RETURN-CODE
                ELSE
                    PERFORM REGRAVA-PEDIDOS
                END-IF
            END-IF.

       MARCA-PEDIDO-EM-CORTE.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                IF WS-PED-JOB(WS-PED-SUB) = CL-JOB
                        AND WS-PED-STATUS(WS-PED-SUB) = 'A'
                    MOVE 'C' TO WS-PED-STATUS(WS-PED-SUB)
                    MOVE 'S' TO WS-PED-ALTERADO
                    DISPLAY "PEDIDO " WS-PED-NUMERO(WS-PED-SUB)
      -                 " EM CORTE - JOB " CL-JOB
                END-IF
            END-PERFORM.

      * Cutting done on a job: its orders are ready for delivery as
      * of the business date. An order still aceito is taken along,
      * the job having been cut off a list run without it.
       REGISTRA-JOB-PRONTO.
            DISPLAY "DIGITE O NUMERO DO JOB:"
            ACCEPT WS-JOB-ENTRADA-NUM
            PERFORM CARREGA-PEDIDOS
            IF WS-PED-ESTOUROU = 'S'
                DISPLAY "REGISTRO ABORTADO - ORDERSQ EXCEDE 200"
      -             " PEDIDOS"
                MOVE 8 TO RETURN-CODE
            ELSE
                ACCEPT WS-DATA-PRONTO FROM DATE YYYYMMDD
                IF WS-DATA-NEGOCIO > 0
                    MOVE WS-DATA-NEGOCIO TO WS-DATA-PRONTO
                END-IF
                MOVE 0 TO WS-QTD-PEDIDOS-PRONTOS
                PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                        UNTIL WS-PED-SUB > WS-PED-TOTAL
                    IF WS-PED-JOB(WS-PED-SUB) = WS-JOB-ENTRADA-NUM
                            AND WS-JOB-ENTRADA-NUM > 0
                            AND (WS-PED-STATUS(WS-PED-SUB) = 'A'
                            OR WS-PED-STATUS(WS-PED-SUB) = 'C')
                        MOVE 'P' TO WS-PED-STATUS(WS-PED-SUB)
                        MOVE WS-DATA-PRONTO TO
                            WS-PED-PRONTO(WS-PED-SUB)
                        ADD 1 TO WS-QTD-PEDIDOS-PRONTOS
                    END-IF
                END-PERFORM
                IF WS-QTD-PEDIDOS-PRONTOS = 0
                    DISPLAY "NENHUM PEDIDO EM PRODUCAO PARA O JOB "
      -                 WS-JOB-ENTRADA-NUM
                ELSE
                    PERFORM REGRAVA-PEDIDOS
                    DISPLAY "PEDIDOS PRONTOS PARA ENTREGA: "
      -                 WS-QTD-PEDIDOS-PRONTOS
                END-IF
            END-IF.

      * Orders delivered before the current month are done with:
      * they stay out of the table and drop off ORDERSQ when it is
      * rewritten. The job keeps its quoted price on JOBS.
       CARREGA-PEDIDOS.
            MOVE 0 TO WS-PED-TOTAL.
            MOVE 'N' TO WS-PED-ESTOUROU.
            ACCEPT WS-PED-CORTE FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-PED-CORTE
            END-IF
            MOVE 'N' TO WS-EOF-ORDERSQ.
            OPEN INPUT SHAPE-ORDERS-FILE.
            IF WS-FS-ORDERSQ NOT = "00"
                MOVE 'Y' TO WS-EOF-ORDERSQ
            END-IF
            PERFORM UNTIL WS-EOF-ORDERSQ = 'Y'
                READ SHAPE-ORDERS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ORDERSQ
                    NOT AT END
                        EVALUATE TRUE
                            WHEN OQ-STATUS = 'E'
                                    AND OQ-DATA-ENTREGA IS NUMERIC
                                    AND OQ-DATA-ENTREGA(1:6) <
                                        WS-PED-CORTE(1:6)
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

      * Totals cut area (lado x lado x quantidade) and sheet-stock
      * cost per material code across the whole cutting list, so

       CARREGA-SOBRAS.
            MOVE 0 TO WS-SOB-TOTAL.
            MOVE 'N' TO WS-SOB-ESTOUROU.
            MOVE 'N' TO WS-EOF-REMNANTS.
            OPEN INPUT REMNANTS-FILE.
            IF WS-FS-REMNANTS NOT = "00"
                                WS-SOB-LADO(WS-SOB-TOTAL)
                            MOVE RM-STATUS TO
                                WS-SOB-STATUS(WS-SOB-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-SOB-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
                            MOVE MT-CUSTO-M2 TO
                                WS-MAT-CUSTO-M2(WS-MAT-TOTAL)
                            MOVE 0 TO WS-MAT-AREA(WS-MAT-TOTAL)
                            MOVE 0 TO
                                WS-MAT-CHAPA-LARG(WS-MAT-TOTAL)
                            MOVE 0 TO
                                WS-MAT-CHAPA-COMP(WS-MAT-TOTAL)
                            IF MT-CHAPA-LARGURA IS NUMERIC
                                    AND MT-CHAPA-COMPRIMENTO IS NUMERIC
                                MOVE MT-CHAPA-LARGURA TO
                                    WS-MAT-CHAPA-LARG(WS-MAT-TOTAL)
                                MOVE MT-CHAPA-COMPRIMENTO TO
                                    WS-MAT-CHAPA-COMP(WS-MAT-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
      * cut line lands its material cost (remnant-covered pieces as
      * credit) on its job, then cost meets quoted price - so a
      * money-losing staircase shows up before delivery, not after.
      * A job opened from an accepted shape order is measured against
      * the value quoted on that order, shown under the job line.
       RELATORIO-JOBS.
            PERFORM CARREGA-TABELA-MATERIAIS.
            IF WS-MAT-TOTAL = 0
                DISPLAY "ARQUIVO MATERIAL AUSENTE OU VAZIO"
            ELSE
                PERFORM CARREGA-JOBS
                PERFORM CARREGA-PEDIDOS
                PERFORM CARREGA-SOBRAS
                PERFORM ACUMULA-NECESSIDADES
                OPEN OUTPUT JOB-PROFIT-FILE
                PERFORM GRAVA-LINHA-JOB
                PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                        UNTIL WS-JOB-SUB > WS-JOB-TOTAL
                    PERFORM LOCALIZA-PEDIDO-JOB
                    IF WS-PED-ACHOU = 'S'
                        MOVE WS-PED-VALOR(WS-PED-SUB) TO
                            WS-JOB-PRECO(WS-JOB-SUB)
                    END-IF
                    COMPUTE WS-RESULTADO-JOB =
                        WS-JOB-PRECO(WS-JOB-SUB)
                            - WS-JOB-CUSTO(WS-JOB-SUB)
                        " RESULTADO " WS-RESULTADO-JOB
                        DELIMITED BY SIZE INTO WS-LINHA-JOB
                    PERFORM GRAVA-LINHA-JOB
                    IF WS-PED-ACHOU = 'S'
                        MOVE SPACES TO WS-LINHA-JOB
                        STRING "    PEDIDO " WS-PED-NUMERO(WS-PED-SUB)
                            " " WS-PED-FORMA(WS-PED-SUB)
                            " ACEITE " WS-PED-ACEITE(WS-PED-SUB)
                            " STATUS " WS-PED-STATUS(WS-PED-SUB)
                            " VALOR DO PEDIDO "
                            WS-PED-VALOR(WS-PED-SUB)
                            DELIMITED BY SIZE INTO WS-LINHA-JOB
                        PERFORM GRAVA-LINHA-JOB
                    END-IF
                    IF WS-RESULTADO-JOB < 0
                        MOVE "*** JOB COM PREJUIZO ***"
                            TO WS-LINHA-JOB
                CLOSE JOB-PROFIT-FILE
            END-IF.

       LOCALIZA-PEDIDO-JOB.
            MOVE 'N' TO WS-PED-ACHOU.
            PERFORM VARYING WS-PED-SUB FROM 1 BY 1
                    UNTIL WS-PED-SUB > WS-PED-TOTAL
                    OR WS-PED-ACHOU = 'S'
                IF WS-PED-JOB(WS-PED-SUB) = WS-JOB-NUMERO(WS-JOB-SUB)
                        AND WS-PED-JOB(WS-PED-SUB) > 0
                    MOVE 'S' TO WS-PED-ACHOU
                    SUBTRACT 1 FROM WS-PED-SUB
                END-IF
            END-PERFORM.

       GRAVA-LINHA-JOB.
            DISPLAY WS-LINHA-JOB.
            MOVE WS-LINHA-JOB TO JOB-PROFIT-RECORD.
            WRITE JOB-PROFIT-RECORD.

      * Sheet-level cutting plan for the day's CUTLIST, material by
      * material. Pieces go largest first onto shelves laid across
      * each sheet: a piece takes the first shelf with room on the
      * first sheet that has it, else opens a new shelf under the
      * last one, else a new sheet. The material's available
      * remnants are the first sheets on the list, smallest first,
      * so the rack empties before a stock sheet is cut. Each sheet
      * used is printed with what to cut where and its yield; the
      * remnants it consumed are retired to 'U' and the usable
      * leftovers - shelf ends and the strip under the last shelf -
      * are racked as new 'D' remnants. A REMNANTS file past the
      * table is refused whole: neither the plan nor the rack can be
      * trusted without every remnant in it.
       PLANO-DE-CORTE.
            PERFORM CARREGA-SOBRAS.
            IF WS-SOB-ESTOUROU = 'S'
                DISPLAY "PLANO ABORTADO - REMNANTS EXCEDE 100 SOBRAS"
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM MONTA-PLANO-DE-CORTE
            END-IF.

       MONTA-PLANO-DE-CORTE.
            PERFORM CARREGA-TABELA-MATERIAIS.
            PERFORM CARREGA-PECAS-CORTE.
            PERFORM ORDENA-PECAS.
            MOVE 0 TO WS-SNV-TOTAL.
            MOVE 0 TO WS-QTD-NAO-PLANEJADAS.
            OPEN OUTPUT CUTTING-PLAN-FILE.
            ACCEPT WS-DATA-PRONTO FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-PRONTO
            END-IF
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "PLANO DE CORTE POR CHAPA - " WS-DATA-PRONTO
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.
            IF WS-PEC-ESTOUROU = 'S'
                MOVE "CUTLIST EXCEDE 500 PECAS - PLANO PARCIAL"
                    TO WS-LINHA-PLANO
                PERFORM GRAVA-LINHA-PLANO
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM VARYING WS-MAT-SUB FROM 1 BY 1
                    UNTIL WS-MAT-SUB > WS-MAT-TOTAL
                PERFORM PLANEJA-MATERIAL
            END-PERFORM.
            PERFORM VARYING WS-PEC-SUB FROM 1 BY 1
                    UNTIL WS-PEC-SUB > WS-PEC-TOTAL
                IF WS-PEC-CHAPA(WS-PEC-SUB) = 0
                        AND WS-PEC-MOTIVO(WS-PEC-SUB) = SPACE
                    MOVE 'M' TO WS-PEC-MOTIVO(WS-PEC-SUB)
                    PERFORM GRAVA-PECA-NAO-PLANEJADA
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "PECAS NAO PLANEJADAS: " WS-QTD-NAO-PLANEJADAS
                "  SOBRAS NOVAS NO RACK: " WS-SNV-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.
            IF WS-QTD-NAO-PLANEJADAS > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            IF WS-SOB-ALTERADO = 'S'
                PERFORM REGRAVA-SOBRAS
            END-IF
            CLOSE CUTTING-PLAN-FILE.
            PERFORM GRAVA-SOBRAS-NOVAS.

       CARREGA-PECAS-CORTE.
            MOVE 0 TO WS-PEC-TOTAL.
            MOVE 'N' TO WS-PEC-ESTOUROU.
            MOVE 'N' TO WS-EOF-CUTLIST.
            OPEN INPUT CUTTING-LIST-FILE.
            PERFORM UNTIL WS-EOF-CUTLIST = 'Y'
                READ CUTTING-LIST-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-CUTLIST
                    NOT AT END
                        IF CL-JOB IS NUMERIC
                            MOVE CL-JOB TO WS-JOB-CORRENTE
                        ELSE
                            MOVE 0 TO WS-JOB-CORRENTE
                        END-IF
                        IF CL-LADO > 0
                            PERFORM VARYING WS-PEC-UNIDADE FROM 1 BY 1
                                    UNTIL WS-PEC-UNIDADE > CL-QTD
                                PERFORM GUARDA-PECA
                            END-PERFORM
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CUTTING-LIST-FILE.

       GUARDA-PECA.
            IF WS-PEC-TOTAL < 500
                ADD 1 TO WS-PEC-TOTAL
                MOVE CL-MATERIAL TO WS-PEC-MATERIAL(WS-PEC-TOTAL)
                MOVE CL-LADO TO WS-PEC-LADO(WS-PEC-TOTAL)
                MOVE WS-JOB-CORRENTE TO WS-PEC-JOB(WS-PEC-TOTAL)
                MOVE 0 TO WS-PEC-CHAPA(WS-PEC-TOTAL)
                MOVE 0 TO WS-PEC-X(WS-PEC-TOTAL)
                MOVE 0 TO WS-PEC-Y(WS-PEC-TOTAL)
                MOVE SPACE TO WS-PEC-MOTIVO(WS-PEC-TOTAL)
            ELSE
                MOVE 'S' TO WS-PEC-ESTOUROU
            END-IF.

      * Exchange sort on side, largest first, as the shelf packing
      * needs.
       ORDENA-PECAS.
            PERFORM VARYING WS-PEC-SUB FROM 1 BY 1
                    UNTIL WS-PEC-SUB >= WS-PEC-TOTAL
                PERFORM VARYING WS-PEC-SUB2 FROM 1 BY 1
                        UNTIL WS-PEC-SUB2 >= WS-PEC-TOTAL
                    IF WS-PEC-LADO(WS-PEC-SUB2) <
                            WS-PEC-LADO(WS-PEC-SUB2 + 1)
                        MOVE WS-PEC-ENTRADA(WS-PEC-SUB2)
                            TO WS-PEC-TROCA
                        MOVE WS-PEC-ENTRADA(WS-PEC-SUB2 + 1)
                            TO WS-PEC-ENTRADA(WS-PEC-SUB2)
                        MOVE WS-PEC-TROCA
                            TO WS-PEC-ENTRADA(WS-PEC-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       PLANEJA-MATERIAL.
            MOVE 0 TO WS-CHP-TOTAL.
            MOVE 0 TO WS-PRT-TOTAL.
            MOVE 0 TO WS-PECAS-DO-MATERIAL.
            PERFORM VARYING WS-SOB-SUB FROM 1 BY 1
                    UNTIL WS-SOB-SUB > WS-SOB-TOTAL
                IF WS-SOB-MATERIAL(WS-SOB-SUB) =
                        WS-MAT-CODIGO(WS-MAT-SUB)
                        AND WS-SOB-STATUS(WS-SOB-SUB) = 'D'
                        AND WS-SOB-LADO(WS-SOB-SUB) > 0
                        AND WS-CHP-TOTAL < 100
                    ADD 1 TO WS-CHP-TOTAL
                    MOVE 'S' TO WS-CHP-ORIGEM(WS-CHP-TOTAL)
                    MOVE WS-SOB-SUB TO WS-CHP-SOBRA(WS-CHP-TOTAL)
                    MOVE WS-SOB-LADO(WS-SOB-SUB) TO
                        WS-CHP-LARGURA(WS-CHP-TOTAL)
                    MOVE WS-SOB-LADO(WS-SOB-SUB) TO
                        WS-CHP-COMPRIMENTO(WS-CHP-TOTAL)
                    MOVE 0 TO WS-CHP-ALTURA(WS-CHP-TOTAL)
                    MOVE 0 TO WS-CHP-AREA-USADA(WS-CHP-TOTAL)
                END-IF
            END-PERFORM.
            PERFORM ORDENA-SOBRAS-DO-MATERIAL.
            PERFORM VARYING WS-PEC-SUB FROM 1 BY 1
                    UNTIL WS-PEC-SUB > WS-PEC-TOTAL
                IF WS-PEC-MATERIAL(WS-PEC-SUB) =
                        WS-MAT-CODIGO(WS-MAT-SUB)
                    ADD 1 TO WS-PECAS-DO-MATERIAL
                    PERFORM COLOCA-PECA
                END-IF
            END-PERFORM.
            IF WS-PECAS-DO-MATERIAL > 0
                PERFORM IMPRIME-PLANO-MATERIAL
            END-IF.

      * Remnants smallest first, so a piece lands on the tightest
      * offcut that takes it and the big ones stay for big pieces.
       ORDENA-SOBRAS-DO-MATERIAL.
            PERFORM VARYING WS-CHP-SUB FROM 1 BY 1
                    UNTIL WS-CHP-SUB >= WS-CHP-TOTAL
                PERFORM VARYING WS-CHP-SUB2 FROM 1 BY 1
                        UNTIL WS-CHP-SUB2 >= WS-CHP-TOTAL
                    IF WS-CHP-LARGURA(WS-CHP-SUB2) >
                            WS-CHP-LARGURA(WS-CHP-SUB2 + 1)
                        MOVE WS-CHP-ENTRADA(WS-CHP-SUB2)
                            TO WS-CHP-TROCA
                        MOVE WS-CHP-ENTRADA(WS-CHP-SUB2 + 1)
                            TO WS-CHP-ENTRADA(WS-CHP-SUB2)
                        MOVE WS-CHP-TROCA
                            TO WS-CHP-ENTRADA(WS-CHP-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       COLOCA-PECA.
            MOVE 'N' TO WS-PEC-COLOCADA.
            PERFORM VARYING WS-CHP-SUB FROM 1 BY 1
                    UNTIL WS-CHP-SUB > WS-CHP-TOTAL
                    OR WS-PEC-COLOCADA = 'S'
                PERFORM TENTA-CHAPA
            END-PERFORM.
            IF WS-PEC-COLOCADA = 'N'
                EVALUATE TRUE
                 WHEN WS-MAT-CHAPA-LARG(WS-MAT-SUB) = 0
                         OR WS-MAT-CHAPA-COMP(WS-MAT-SUB) = 0
                    MOVE 'S' TO WS-PEC-MOTIVO(WS-PEC-SUB)
                 WHEN WS-PEC-LADO(WS-PEC-SUB) >
                         WS-MAT-CHAPA-LARG(WS-MAT-SUB)
                         OR WS-PEC-LADO(WS-PEC-SUB) >
                         WS-MAT-CHAPA-COMP(WS-MAT-SUB)
                    MOVE 'G' TO WS-PEC-MOTIVO(WS-PEC-SUB)
                 WHEN WS-CHP-TOTAL >= 100
                    MOVE 'L' TO WS-PEC-MOTIVO(WS-PEC-SUB)
                 WHEN OTHER
                    ADD 1 TO WS-CHP-TOTAL
                    MOVE WS-CHP-TOTAL TO WS-CHP-SUB
                    MOVE 'E' TO WS-CHP-ORIGEM(WS-CHP-SUB)
                    MOVE 0 TO WS-CHP-SOBRA(WS-CHP-SUB)
                    MOVE WS-MAT-CHAPA-LARG(WS-MAT-SUB) TO
                        WS-CHP-LARGURA(WS-CHP-SUB)
                    MOVE WS-MAT-CHAPA-COMP(WS-MAT-SUB) TO
                        WS-CHP-COMPRIMENTO(WS-CHP-SUB)
                    MOVE 0 TO WS-CHP-ALTURA(WS-CHP-SUB)
                    MOVE 0 TO WS-CHP-AREA-USADA(WS-CHP-SUB)
                    PERFORM TENTA-CHAPA
                    IF WS-PEC-COLOCADA = 'N'
                        MOVE 'L' TO WS-PEC-MOTIVO(WS-PEC-SUB)
                    END-IF
                END-EVALUATE
            END-IF.

       TENTA-CHAPA.
            PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                    UNTIL WS-PRT-SUB > WS-PRT-TOTAL
                    OR WS-PEC-COLOCADA = 'S'
                IF WS-PRT-CHAPA(WS-PRT-SUB) = WS-CHP-SUB
                        AND WS-PEC-LADO(WS-PEC-SUB) <=
                            WS-PRT-ALTURA(WS-PRT-SUB)
                        AND WS-PRT-USADO(WS-PRT-SUB)
                            + WS-PEC-LADO(WS-PEC-SUB) <=
                            WS-CHP-LARGURA(WS-CHP-SUB)
                    MOVE WS-PRT-USADO(WS-PRT-SUB) TO
                        WS-PEC-X(WS-PEC-SUB)
                    MOVE WS-PRT-Y(WS-PRT-SUB) TO WS-PEC-Y(WS-PEC-SUB)
                    ADD WS-PEC-LADO(WS-PEC-SUB) TO
                        WS-PRT-USADO(WS-PRT-SUB)
                    MOVE 'S' TO WS-PEC-COLOCADA
                END-IF
            END-PERFORM.
            IF WS-PEC-COLOCADA = 'N'
                    AND WS-PRT-TOTAL < 300
                    AND WS-PEC-LADO(WS-PEC-SUB) <=
                        WS-CHP-LARGURA(WS-CHP-SUB)
                    AND WS-CHP-ALTURA(WS-CHP-SUB)
                        + WS-PEC-LADO(WS-PEC-SUB) <=
                        WS-CHP-COMPRIMENTO(WS-CHP-SUB)
                ADD 1 TO WS-PRT-TOTAL
                MOVE WS-CHP-SUB TO WS-PRT-CHAPA(WS-PRT-TOTAL)
                MOVE WS-CHP-ALTURA(WS-CHP-SUB) TO
                    WS-PRT-Y(WS-PRT-TOTAL)
                MOVE WS-PEC-LADO(WS-PEC-SUB) TO
                    WS-PRT-ALTURA(WS-PRT-TOTAL)
                MOVE WS-PEC-LADO(WS-PEC-SUB) TO
                    WS-PRT-USADO(WS-PRT-TOTAL)
                MOVE 0 TO WS-PEC-X(WS-PEC-SUB)
                MOVE WS-CHP-ALTURA(WS-CHP-SUB) TO WS-PEC-Y(WS-PEC-SUB)
                ADD WS-PEC-LADO(WS-PEC-SUB) TO
                    WS-CHP-ALTURA(WS-CHP-SUB)
                MOVE 'S' TO WS-PEC-COLOCADA
            END-IF
            IF WS-PEC-COLOCADA = 'S'
                MOVE WS-CHP-SUB TO WS-PEC-CHAPA(WS-PEC-SUB)
                COMPUTE WS-CHP-AREA-USADA(WS-CHP-SUB) =
                    WS-CHP-AREA-USADA(WS-CHP-SUB)
                        + WS-PEC-LADO(WS-PEC-SUB)
                        * WS-PEC-LADO(WS-PEC-SUB)
            END-IF.

       IMPRIME-PLANO-MATERIAL.
            MOVE 0 TO WS-QTD-CHAPAS-ESTOQUE.
            MOVE 0 TO WS-QTD-SOBRAS-USADAS.
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "MATERIAL " WS-MAT-CODIGO(WS-MAT-SUB)
                " " WS-MAT-DESCRICAO(WS-MAT-SUB)
                " CHAPA PADRAO " WS-MAT-CHAPA-LARG(WS-MAT-SUB)
                " X " WS-MAT-CHAPA-COMP(WS-MAT-SUB)
                " PECAS " WS-PECAS-DO-MATERIAL
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.
            PERFORM VARYING WS-CHP-SUB FROM 1 BY 1
                    UNTIL WS-CHP-SUB > WS-CHP-TOTAL
                IF WS-CHP-AREA-USADA(WS-CHP-SUB) > 0
                    PERFORM IMPRIME-CHAPA
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-PEC-SUB FROM 1 BY 1
                    UNTIL WS-PEC-SUB > WS-PEC-TOTAL
                IF WS-PEC-MATERIAL(WS-PEC-SUB) =
                        WS-MAT-CODIGO(WS-MAT-SUB)
                        AND WS-PEC-CHAPA(WS-PEC-SUB) = 0
                    PERFORM GRAVA-PECA-NAO-PLANEJADA
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "  CHAPAS DE ESTOQUE " WS-QTD-CHAPAS-ESTOQUE
                "  SOBRAS DO RACK USADAS " WS-QTD-SOBRAS-USADAS
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.

       IMPRIME-CHAPA.
            IF WS-CHP-ORIGEM(WS-CHP-SUB) = 'S'
                MOVE "SOBRA" TO WS-ORIGEM-TEXTO
                ADD 1 TO WS-QTD-SOBRAS-USADAS
                MOVE 'U' TO WS-SOB-STATUS(WS-CHP-SOBRA(WS-CHP-SUB))
                MOVE 'S' TO WS-SOB-ALTERADO
            ELSE
                MOVE "ESTOQUE" TO WS-ORIGEM-TEXTO
                ADD 1 TO WS-QTD-CHAPAS-ESTOQUE
            END-IF
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "  CHAPA " WS-CHP-SUB " " WS-ORIGEM-TEXTO
                " " WS-CHP-LARGURA(WS-CHP-SUB)
                " X " WS-CHP-COMPRIMENTO(WS-CHP-SUB)
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.
            PERFORM VARYING WS-PEC-SUB FROM 1 BY 1
                    UNTIL WS-PEC-SUB > WS-PEC-TOTAL
                IF WS-PEC-MATERIAL(WS-PEC-SUB) =
                        WS-MAT-CODIGO(WS-MAT-SUB)
                        AND WS-PEC-CHAPA(WS-PEC-SUB) = WS-CHP-SUB
                    MOVE SPACES TO WS-LINHA-PLANO
                    STRING "    CORTAR LADO " WS-PEC-LADO(WS-PEC-SUB)
                        " EM X " WS-PEC-X(WS-PEC-SUB)
                        " Y " WS-PEC-Y(WS-PEC-SUB)
                        " JOB " WS-PEC-JOB(WS-PEC-SUB)
                        DELIMITED BY SIZE INTO WS-LINHA-PLANO
                    PERFORM GRAVA-LINHA-PLANO
                END-IF
            END-PERFORM.
            MOVE 0 TO WS-SOBRAS-DA-CHAPA.
            PERFORM VARYING WS-PRT-SUB FROM 1 BY 1
                    UNTIL WS-PRT-SUB > WS-PRT-TOTAL
                IF WS-PRT-CHAPA(WS-PRT-SUB) = WS-CHP-SUB
                    COMPUTE WS-REGIAO-LARG =
                        WS-CHP-LARGURA(WS-CHP-SUB)
                            - WS-PRT-USADO(WS-PRT-SUB)
                    MOVE WS-PRT-ALTURA(WS-PRT-SUB) TO WS-REGIAO-COMP
                    PERFORM REGISTRA-REGIAO-SOBRA
                END-IF
            END-PERFORM.
            MOVE WS-CHP-LARGURA(WS-CHP-SUB) TO WS-REGIAO-LARG.
            COMPUTE WS-REGIAO-COMP = WS-CHP-COMPRIMENTO(WS-CHP-SUB)
                - WS-CHP-ALTURA(WS-CHP-SUB).
            PERFORM REGISTRA-REGIAO-SOBRA.
            COMPUTE WS-AREA-CHAPA = WS-CHP-LARGURA(WS-CHP-SUB)
                * WS-CHP-COMPRIMENTO(WS-CHP-SUB).
            COMPUTE WS-APROVEITAMENTO ROUNDED =
                (WS-CHP-AREA-USADA(WS-CHP-SUB) * 100) / WS-AREA-CHAPA.
            MOVE WS-APROVEITAMENTO TO WS-ED-APROVEITAMENTO.
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "    APROVEITAMENTO " WS-ED-APROVEITAMENTO "%"
                "  AREA CORTADA " WS-CHP-AREA-USADA(WS-CHP-SUB)
                "  SOBRAS GERADAS " WS-SOBRAS-DA-CHAPA
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.

      * A leftover rectangle goes back to the rack as the squares of
      * its short side it holds - the rack keeps square remnants -
      * when that side is still worth keeping.
       REGISTRA-REGIAO-SOBRA.
            IF WS-REGIAO-LARG < WS-REGIAO-COMP
                MOVE WS-REGIAO-LARG TO WS-REGIAO-LADO
            ELSE
                MOVE WS-REGIAO-COMP TO WS-REGIAO-LADO
            END-IF
            IF WS-REGIAO-LADO >= WS-SOBRA-MINIMA
                    AND WS-REGIAO-LADO > 0
                COMPUTE WS-REGIAO-QTD =
                    (WS-REGIAO-LARG * WS-REGIAO-COMP)
                        / (WS-REGIAO-LADO * WS-REGIAO-LADO)
                IF WS-REGIAO-LADO > 999
                    MOVE 999 TO WS-REGIAO-LADO
                    MOVE 1 TO WS-REGIAO-QTD
                END-IF
                MOVE SPACES TO WS-LINHA-PLANO
                STRING "    SOBRA PARA O RACK LADO " WS-REGIAO-LADO
                    " X " WS-REGIAO-QTD
                    DELIMITED BY SIZE INTO WS-LINHA-PLANO
                PERFORM GRAVA-LINHA-PLANO
                PERFORM VARYING WS-SNV-SUB FROM 1 BY 1
                        UNTIL WS-SNV-SUB > WS-REGIAO-QTD
                    IF WS-SNV-TOTAL < 200
                        ADD 1 TO WS-SNV-TOTAL
                        MOVE WS-MAT-CODIGO(WS-MAT-SUB) TO
                            WS-SNV-MATERIAL(WS-SNV-TOTAL)
                        MOVE WS-REGIAO-LADO TO
                            WS-SNV-LADO(WS-SNV-TOTAL)
                        ADD 1 TO WS-SOBRAS-DA-CHAPA
                    END-IF
                END-PERFORM
            END-IF.

       GRAVA-PECA-NAO-PLANEJADA.
            EVALUATE WS-PEC-MOTIVO(WS-PEC-SUB)
             WHEN 'S'
                MOVE "SEM CHAPA PADRAO CADASTRADA" TO WS-MOTIVO-TEXTO
             WHEN 'G'
                MOVE "MAIOR QUE A CHAPA PADRAO" TO WS-MOTIVO-TEXTO
             WHEN 'M'
                MOVE "MATERIAL NAO CADASTRADO" TO WS-MOTIVO-TEXTO
             WHEN OTHER
                MOVE "LIMITE DE CHAPAS DO PLANO" TO WS-MOTIVO-TEXTO
            END-EVALUATE
            ADD 1 TO WS-QTD-NAO-PLANEJADAS.
            MOVE SPACES TO WS-LINHA-PLANO.
            STRING "  NAO PLANEJADA " WS-PEC-MATERIAL(WS-PEC-SUB)
                " LADO " WS-PEC-LADO(WS-PEC-SUB)
                " JOB " WS-PEC-JOB(WS-PEC-SUB)
                " - " WS-MOTIVO-TEXTO
                DELIMITED BY SIZE INTO WS-LINHA-PLANO.
            PERFORM GRAVA-LINHA-PLANO.

       GRAVA-SOBRAS-NOVAS.
            IF WS-SNV-TOTAL > 0
                OPEN EXTEND REMNANTS-FILE
                IF WS-FS-REMNANTS = "35"
                    OPEN OUTPUT REMNANTS-FILE
                END-IF
                PERFORM VARYING WS-SNV-SUB FROM 1 BY 1
                        UNTIL WS-SNV-SUB > WS-SNV-TOTAL
                    MOVE SPACES TO REMNANTS-RECORD
                    MOVE WS-SNV-MATERIAL(WS-SNV-SUB) TO RM-MATERIAL
                    MOVE WS-SNV-LADO(WS-SNV-SUB) TO RM-LADO
                    MOVE 'D' TO RM-STATUS
                    WRITE REMNANTS-RECORD
                END-PERFORM
                CLOSE REMNANTS-FILE
            END-IF.

       GRAVA-LINHA-PLANO.
            DISPLAY WS-LINHA-PLANO.
            MOVE WS-LINHA-PLANO TO CUTTING-PLAN-RECORD.
            WRITE CUTTING-PLAN-RECORD.

       GRAVA-RELATORIO-MATERIAIS.
            MOVE 0 TO WS-CUSTO-GERAL.
            OPEN OUTPUT MATERIAL-REQUIREMENTS-FILE.
           REPLACING ==:ARQUIVO:== BY ==CUTTING-REPORT==
                     ==:STATUS:== BY ==WS-FS-CUTREPORT==.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM EXERCICIO1.
