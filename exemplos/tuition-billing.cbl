      *          receivables oldest first, full and partial, the
      *          same matching PAYPOST gives the utility accounts.
      *          Mode 3 prints the TUITAGING open-tuition aging
      *          list per student for the secretary. Each receivable
      *          is billed to the student's GUARDMST financial payer,
      *          a receipt keyed under the payer's id settles the
      *          open tuition of all of that payer's children, and
      *          mode 4 prints the TUITSTMT statement per payer with
      *          brothers and sisters grouped on one statement.
      *          The monthly run takes off the largest approved
      *          TUITDISC scholarship or discount valid for the
      *          cycle and keeps gross, discount and reason on the
      *          receivable, which bills the net; mode 5 prints the
      *          TUITDISCR board report of the value granted per
      *          discount reason for a cycle.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-TUITPAY.
           SELECT TUITION-AGING-FILE ASSIGN TO "TUITAGING"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TUITION-STATEMENT-FILE ASSIGN TO "TUITSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
           SELECT TUITION-DISCOUNT-FILE ASSIGN TO "TUITDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TUITDISC.
           SELECT DISCOUNT-REPORT-FILE ASSIGN TO "TUITDISCR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
           05 TH-VALOR-PAGO         PIC 9(6)V99.
           05 TH-DELIM-5            PIC X(1).
           05 TH-STATUS             PIC X(1).
           05 TH-DELIM-6            PIC X(1).
           05 TH-RESP-ID            PIC X(10).
           05 TH-DELIM-7            PIC X(1).
           05 TH-VALOR-BRUTO        PIC 9(6)V99.
           05 TH-DELIM-8            PIC X(1).
           05 TH-DESCONTO           PIC 9(6)V99.
           05 TH-DELIM-9            PIC X(1).
           05 TH-MOTIVO             PIC X(2).

       FD  TUITION-PAY-FILE.
       01  TUITION-PAY-RECORD.
       FD  TUITION-AGING-FILE.
       01  TUITION-AGING-RECORD     PIC X(90).

       FD  TUITION-STATEMENT-FILE.
       01  TUITION-STATEMENT-RECORD PIC X(90).

       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  TUITION-DISCOUNT-FILE.
           COPY "tuitdisc.cpy".

       FD  DISCOUNT-REPORT-FILE.
       01  DISCOUNT-REPORT-RECORD   PIC X(90).

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

           77 WS-FS-TUITHIST PIC X(2).
           77 WS-FS-TUITPAY PIC X(2).
           77 WS-FS-HOLCAL PIC X(2).
           77 WS-FS-GUARDMST PIC X(2).
           COPY "guardwk.cpy".
           77 WS-FS-TUITDISC PIC X(2).
           COPY "tuitdmot.cpy".
      * Approved discounts valid for the cycle being billed.
           01 WS-TABELA-DESCONTOS.
               05 WS-DSC-ENTRADA OCCURS 300 TIMES.
                   10 WS-DSC-ID         PIC X(10).
                   10 WS-DSC-FORMA      PIC X(1).
                   10 WS-DSC-PERCENTUAL PIC 9(3)V99.
                   10 WS-DSC-VALOR      PIC 9(6)V99.
                   10 WS-DSC-MOTIVO     PIC X(2).
           77 WS-DSC-TOTAL PIC 9(3) VALUE 0.
           77 WS-DSC-SUB PIC 9(3).
           77 WS-VALOR-BRUTO PIC 9(6)V99.
           77 WS-VALOR-DESCONTO PIC 9(6)V99.
           77 WS-DESCONTO-CALC PIC 9(6)V99.
           77 WS-MOTIVO-DESCONTO PIC X(2).
           77 WS-STATUS-MENSALIDADE PIC X(1).
           77 WS-QTD-DESCONTOS PIC 9(3) VALUE 0.
           77 WS-TOTAL-DESCONTOS PIC 9(7)V99 VALUE 0.
      * Board report: one line per reason code, in tuitdmot order.
           01 WS-TABELA-TOTAIS-MOTIVO.
               05 WS-TMO-ENTRADA OCCURS 6 TIMES.
                   10 WS-TMO-QTD        PIC 9(3).
                   10 WS-TMO-BRUTO      PIC 9(7)V99.
                   10 WS-TMO-DESCONTO   PIC 9(7)V99.
           77 WS-REL-QTD PIC 9(3) VALUE 0.
           77 WS-REL-BRUTO PIC 9(7)V99 VALUE 0.
           77 WS-REL-DESCONTO PIC 9(7)V99 VALUE 0.
           77 WS-REL-PERCENTUAL PIC 9(3)V99.
           77 WS-ED-PERCENTUAL PIC ZZ9.99.
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-COMPETENCIA PIC 9(6).
                   10 WS-MEN-VENC       PIC 9(8).
                   10 WS-MEN-PAGO       PIC 9(6)V99.
                   10 WS-MEN-STATUS     PIC X(1).
                   10 WS-MEN-RESP       PIC X(10).
                   10 WS-MEN-PAGADOR    PIC X(11).
                   10 WS-MEN-BRUTO      PIC 9(6)V99.
                   10 WS-MEN-DESCONTO   PIC 9(6)V99.
                   10 WS-MEN-MOTIVO     PIC X(2).
           77 WS-MEN-TOTAL PIC 9(3) VALUE 0.
           77 WS-MEN-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-MEN-SUB PIC 9(3).
                   10 WS-VAL-VALOR      PIC 9(6)V99.
           77 WS-VAL-TOTAL PIC 9(2) VALUE 0.
           77 WS-VAL-SUB PIC 9(2).
      * Statement grouping: one entry per payer with open tuition.
      * WS-PAG-CHAVE is 'R' plus the GD-RESP-ID, or 'A' plus the
      * STU-ID of a student with no guardian on file.
           01 WS-TABELA-PAGADORES.
               05 WS-PAG-ENTRADA OCCURS 200 TIMES.
                   10 WS-PAG-CHAVE      PIC X(11).
                   10 WS-PAG-QTD        PIC 9(3).
                   10 WS-PAG-ABERTO     PIC 9(7)V99.
           77 WS-PAG-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAG-SUB PIC 9(3).
           77 WS-PAG-ACHOU PIC X(1).
           77 WS-PAGADOR PIC X(11).
           77 WS-QTD-EXTRATOS PIC 9(3) VALUE 0.
           01 WS-TABELA-NOMES.
               05 WS-NOM-ENTRADA OCCURS 200 TIMES.
                   10 WS-NOM-ID         PIC X(10).
                   10 WS-NOM-NOME       PIC X(20).
           77 WS-NOM-TOTAL PIC 9(3) VALUE 0.
           77 WS-NOM-SUB PIC 9(3).
           77 WS-NOME-ALUNO PIC X(20).
           77 WS-ED-VALOR PIC ZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZ9.99.
           77 WS-RELATORIO-ATIVO PIC X(1).
           77 WS-VALOR-MENSALIDADE PIC 9(6)V99.
           77 WS-SALDO-PAGAMENTO PIC 9(6)V99.
           77 WS-FALTA-MENSALIDADE PIC 9(6)V99.
            DISPLAY "1 - GERAR MENSALIDADES DO CICLO"
            DISPLAY "2 - LANCAR PAGAMENTOS (TUITPAY)"
            DISPLAY "3 - AGING DE MENSALIDADES ABERTAS"
            DISPLAY "4 - EXTRATO POR RESPONSAVEL FINANCEIRO"
            DISPLAY "5 - RELATORIO DE DESCONTOS POR MOTIVO"
            ACCEPT MODO
            PERFORM CARREGA-RESPONSAVEIS
            EVALUATE MODO
             WHEN 1 PERFORM GERA-MENSALIDADES
                     MOVE "MODO 1 - GERA MENSALIDADES" TO
             WHEN 3 PERFORM AGING-MENSALIDADES
                     MOVE "MODO 3 - AGING MENSALIDADES" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM EXTRATO-RESPONSAVEIS
                     MOVE "MODO 4 - EXTRATO RESPONSAVEIS" TO
                         WS-AUDIT-RESUMO
             WHEN 5 PERFORM RELATORIO-DESCONTOS
                     MOVE "MODO 5 - DESCONTOS POR MOTIVO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 5
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.
                                WS-MEN-PAGO(WS-MEN-TOTAL)
                            MOVE TH-STATUS TO
                                WS-MEN-STATUS(WS-MEN-TOTAL)
                            MOVE TH-RESP-ID TO
                                WS-MEN-RESP(WS-MEN-TOTAL)
                            PERFORM CARREGA-BRUTO-DESCONTO
                        ELSE
                            MOVE 'S' TO WS-MEN-ESTOUROU
                        END-IF
                CLOSE TUITION-HISTORY-FILE
            END-IF.

      * Receivables billed before discounts were kept carry no
      * gross: the amount billed was the gross.
       CARREGA-BRUTO-DESCONTO.
            IF TH-VALOR-BRUTO IS NUMERIC
                    AND TH-DESCONTO IS NUMERIC
                MOVE TH-VALOR-BRUTO TO WS-MEN-BRUTO(WS-MEN-TOTAL)
                MOVE TH-DESCONTO TO WS-MEN-DESCONTO(WS-MEN-TOTAL)
                MOVE TH-MOTIVO TO WS-MEN-MOTIVO(WS-MEN-TOTAL)
            ELSE
                MOVE TH-VALOR TO WS-MEN-BRUTO(WS-MEN-TOTAL)
                MOVE 0 TO WS-MEN-DESCONTO(WS-MEN-TOTAL)
                MOVE SPACES TO WS-MEN-MOTIVO(WS-MEN-TOTAL)
            END-IF.

       CARREGA-VALORES.
            MOVE 0 TO WS-VAL-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
                DISPLAY "SEM TABELA DE VALORES - NADA GERADO"
            ELSE
                PERFORM CALCULA-VENCIMENTO-CICLO
                PERFORM CARREGA-DESCONTOS
                PERFORM GERA-PARA-ROSTER
                DISPLAY "MENSALIDADES GERADAS: " WS-QTD-GERADAS
                MOVE WS-TOTAL-DESCONTOS TO WS-ED-TOTAL
                DISPLAY "MENSALIDADES COM DESCONTO: "
      -             WS-QTD-DESCONTOS " TOTAL CONCEDIDO: " WS-ED-TOTAL
            END-IF.

      * Thirty days from the reference date, rolled forward to the
                    DISPLAY "SERIE SEM VALOR NA TABELA: " STU-ID
      -                 " SERIE " STU-SERIE
                ELSE
                    PERFORM APLICA-DESCONTO
                    MOVE STU-ID TO WS-GR-ALUNO-BUSCA
                    MOVE 'F' TO WS-GR-PAPEL-BUSCA
                    PERFORM BUSCA-RESPONSAVEL
                    OPEN EXTEND TUITION-HISTORY-FILE
                    IF WS-FS-TUITHIST = "35"
                        OPEN OUTPUT TUITION-HISTORY-FILE
                    MOVE WS-VALOR-MENSALIDADE TO TH-VALOR
                    MOVE WS-PROX-VENCIMENTO TO TH-DATA-VENCIMENTO
                    MOVE 0 TO TH-VALOR-PAGO
                    MOVE WS-STATUS-MENSALIDADE TO TH-STATUS
                    MOVE WS-GR-RESP-ACHADO TO TH-RESP-ID
                    MOVE WS-VALOR-BRUTO TO TH-VALOR-BRUTO
                    MOVE WS-VALOR-DESCONTO TO TH-DESCONTO
                    MOVE WS-MOTIVO-DESCONTO TO TH-MOTIVO
                    WRITE TUITION-HISTORY-RECORD
                    CLOSE TUITION-HISTORY-FILE
                    ADD 1 TO WS-QTD-GERADAS
                        MOVE WS-PROX-VENCIMENTO TO
                            WS-MEN-VENC(WS-MEN-TOTAL)
                        MOVE 0 TO WS-MEN-PAGO(WS-MEN-TOTAL)
                        MOVE WS-STATUS-MENSALIDADE TO
                            WS-MEN-STATUS(WS-MEN-TOTAL)
                        MOVE WS-GR-RESP-ACHADO TO
                            WS-MEN-RESP(WS-MEN-TOTAL)
                        MOVE WS-VALOR-BRUTO TO
                            WS-MEN-BRUTO(WS-MEN-TOTAL)
                        MOVE WS-VALOR-DESCONTO TO
                            WS-MEN-DESCONTO(WS-MEN-TOTAL)
                        MOVE WS-MOTIVO-DESCONTO TO
                            WS-MEN-MOTIVO(WS-MEN-TOTAL)
                    END-IF
                END-IF
            END-IF.

      * Oldest open tuition first, excess rolling onto the next
      * open one - the same application PAYPOST gives a utility
      * account's invoices. A receipt keyed under the payer's id
      * instead of a student's runs across all of that payer's
      * children, as paid off the family statement.
       LANCA-PAGAMENTOS.
            IF WS-MEN-ESTOUROU = 'S'
                DISPLAY "LANCAMENTO ABORTADO - TUITHIST NAO SERA"
            END-IF.

       LANCA-PAGAMENTOS-VALIDO.
            PERFORM CARIMBA-RESPONSAVEIS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TUITION-PAY-FILE.
            IF WS-FS-TUITPAY NOT = "00"
            DISPLAY "PAGAMENTOS SEM MENSALIDADE ABERTA: "
      -         WS-QTD-SEM-ABERTO.

      * Receivables billed before the payer was stamped take the
      * student's current financial payer off GUARDMST, as the
      * family statement shows them, so a receipt keyed under the
      * payer's id finds them too; the stamp goes back on TUITHIST.
       CARIMBA-RESPONSAVEIS.
            PERFORM VARYING WS-MEN-SUB FROM 1 BY 1
                    UNTIL WS-MEN-SUB > WS-MEN-TOTAL
                IF WS-MEN-RESP(WS-MEN-SUB) = SPACES
                        AND WS-MEN-STATUS(WS-MEN-SUB) NOT = 'Q'
                    MOVE WS-MEN-ID(WS-MEN-SUB) TO WS-GR-ALUNO-BUSCA
                    MOVE 'F' TO WS-GR-PAPEL-BUSCA
                    PERFORM BUSCA-RESPONSAVEL
                    IF WS-GR-ACHOU = 'S'
                        MOVE WS-GR-RESP-ACHADO
                            TO WS-MEN-RESP(WS-MEN-SUB)
                    END-IF
                END-IF
            END-PERFORM.

       APLICA-UM-PAGAMENTO.
            MOVE TP-VALOR TO WS-SALDO-PAGAMENTO.
            PERFORM VARYING WS-MEN-SUB FROM 1 BY 1
                    UNTIL WS-MEN-SUB > WS-MEN-TOTAL
                    OR WS-SALDO-PAGAMENTO = 0
                IF (WS-MEN-ID(WS-MEN-SUB) = TP-STU-ID
                        OR (WS-MEN-RESP(WS-MEN-SUB) = TP-STU-ID
                        AND WS-MEN-RESP(WS-MEN-SUB) NOT = SPACES))
                        AND WS-MEN-STATUS(WS-MEN-SUB) NOT = 'Q'
                    COMPUTE WS-FALTA-MENSALIDADE =
                        WS-MEN-VALOR(WS-MEN-SUB)
                MOVE WS-MEN-VENC(WS-MEN-SUB) TO TH-DATA-VENCIMENTO
                MOVE WS-MEN-PAGO(WS-MEN-SUB) TO TH-VALOR-PAGO
                MOVE WS-MEN-STATUS(WS-MEN-SUB) TO TH-STATUS
                MOVE WS-MEN-RESP(WS-MEN-SUB) TO TH-RESP-ID
                MOVE WS-MEN-BRUTO(WS-MEN-SUB) TO TH-VALOR-BRUTO
                MOVE WS-MEN-DESCONTO(WS-MEN-SUB) TO TH-DESCONTO
                MOVE WS-MEN-MOTIVO(WS-MEN-SUB) TO TH-MOTIVO
                WRITE TUITION-HISTORY-RECORD
            END-PERFORM.
            CLOSE TUITION-HISTORY-FILE.

       AGING-MENSALIDADES.
            MOVE 'G' TO WS-RELATORIO-ATIVO.
            OPEN OUTPUT TUITION-AGING-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "AGING DE MENSALIDADES EM " WS-DATA-REF
            END-PERFORM.
            CLOSE TUITION-AGING-FILE.

      * One statement per financial payer: every open tuition of
      * every child the payer is responsible for, with the total
      * to pay. Receivables billed before the payer was stamped
      * take the student's current payer off GUARDMST.
       EXTRATO-RESPONSAVEIS.
            PERFORM CARREGA-NOMES-ALUNOS.
            PERFORM AGRUPA-POR-PAGADOR.
            MOVE 'E' TO WS-RELATORIO-ATIVO.
            OPEN OUTPUT TUITION-STATEMENT-FILE.
            PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
                    UNTIL WS-PAG-SUB > WS-PAG-TOTAL
                PERFORM IMPRIME-EXTRATO
            END-PERFORM.
            CLOSE TUITION-STATEMENT-FILE.
            DISPLAY "EXTRATOS EMITIDOS: " WS-QTD-EXTRATOS.

       CARREGA-NOMES-ALUNOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ STUDENT-GRADES-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-NOM-TOTAL < 200
                            ADD 1 TO WS-NOM-TOTAL
                            MOVE STU-ID TO WS-NOM-ID(WS-NOM-TOTAL)
                            MOVE STU-NOME TO
                                WS-NOM-NOME(WS-NOM-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-STUDENTGR = "00" OR WS-FS-STUDENTGR = "10"
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       AGRUPA-POR-PAGADOR.
            PERFORM VARYING WS-MEN-SUB FROM 1 BY 1
                    UNTIL WS-MEN-SUB > WS-MEN-TOTAL
                IF WS-MEN-STATUS(WS-MEN-SUB) NOT = 'Q'
                    IF WS-MEN-RESP(WS-MEN-SUB) NOT = SPACES
                        MOVE 'R' TO WS-PAGADOR(1:1)
                        MOVE WS-MEN-RESP(WS-MEN-SUB)
                            TO WS-PAGADOR(2:10)
                    ELSE
                        MOVE WS-MEN-ID(WS-MEN-SUB)
                            TO WS-GR-ALUNO-BUSCA
                        MOVE 'F' TO WS-GR-PAPEL-BUSCA
                        PERFORM BUSCA-RESPONSAVEL
                        IF WS-GR-ACHOU = 'S'
                            MOVE 'R' TO WS-PAGADOR(1:1)
                            MOVE WS-GR-RESP-ACHADO
                                TO WS-PAGADOR(2:10)
                        ELSE
                            MOVE 'A' TO WS-PAGADOR(1:1)
                            MOVE WS-MEN-ID(WS-MEN-SUB)
                                TO WS-PAGADOR(2:10)
                        END-IF
                    END-IF
                    MOVE WS-PAGADOR TO WS-MEN-PAGADOR(WS-MEN-SUB)
                    PERFORM ACUMULA-PAGADOR
                END-IF
            END-PERFORM.

       ACUMULA-PAGADOR.
            MOVE 'N' TO WS-PAG-ACHOU.
            PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
                    UNTIL WS-PAG-SUB > WS-PAG-TOTAL
                    OR WS-PAG-ACHOU = 'S'
                IF WS-PAG-CHAVE(WS-PAG-SUB) = WS-PAGADOR
                    MOVE 'S' TO WS-PAG-ACHOU
                    SUBTRACT 1 FROM WS-PAG-SUB
                END-IF
            END-PERFORM.
            IF WS-PAG-ACHOU = 'N'
                IF WS-PAG-TOTAL < 200
                    ADD 1 TO WS-PAG-TOTAL
                    MOVE WS-PAG-TOTAL TO WS-PAG-SUB
                    MOVE WS-PAGADOR TO WS-PAG-CHAVE(WS-PAG-SUB)
                    MOVE 0 TO WS-PAG-QTD(WS-PAG-SUB)
                    MOVE 0 TO WS-PAG-ABERTO(WS-PAG-SUB)
                ELSE
                    MOVE 0 TO WS-PAG-SUB
                END-IF
            END-IF
            IF WS-PAG-SUB > 0
                ADD 1 TO WS-PAG-QTD(WS-PAG-SUB)
                COMPUTE WS-PAG-ABERTO(WS-PAG-SUB) =
                    WS-PAG-ABERTO(WS-PAG-SUB)
                        + WS-MEN-VALOR(WS-MEN-SUB)
                        - WS-MEN-PAGO(WS-MEN-SUB)
            END-IF.

       IMPRIME-EXTRATO.
            ADD 1 TO WS-QTD-EXTRATOS.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "EXTRATO DE MENSALIDADES EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-GR-NOME-ACHADO WS-GR-ENDERECO-ACHADO.
            IF WS-PAG-CHAVE(WS-PAG-SUB)(1:1) = 'R'
                PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                        UNTIL WS-GR-SUB > WS-GR-TOTAL
                    IF WS-GR-RESP(WS-GR-SUB) =
                            WS-PAG-CHAVE(WS-PAG-SUB)(2:10)
                        MOVE WS-GR-NOME(WS-GR-SUB)
                            TO WS-GR-NOME-ACHADO
                        MOVE WS-GR-ENDERECO(WS-GR-SUB)
                            TO WS-GR-ENDERECO-ACHADO
                    END-IF
                END-PERFORM
                MOVE SPACES TO WS-LINHA
                STRING "RESPONSAVEL FINANCEIRO: "
                    WS-PAG-CHAVE(WS-PAG-SUB)(2:10) " "
                    WS-GR-NOME-ACHADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-LINHA
                STRING "ENDERECO: " WS-GR-ENDERECO-ACHADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                MOVE "ALUNO SEM RESPONSAVEL FINANCEIRO NO GUARDMST"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "ALUNO      NOME                 CICLO  VENCTO   "
                "    VALOR      PAGO    ABERTO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-MEN-SUB FROM 1 BY 1
                    UNTIL WS-MEN-SUB > WS-MEN-TOTAL
                IF WS-MEN-STATUS(WS-MEN-SUB) NOT = 'Q'
                        AND WS-MEN-PAGADOR(WS-MEN-SUB) =
                            WS-PAG-CHAVE(WS-PAG-SUB)
                    PERFORM IMPRIME-LINHA-EXTRATO
                END-IF
            END-PERFORM.
            MOVE WS-PAG-ABERTO(WS-PAG-SUB) TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "MENSALIDADES EM ABERTO: " WS-PAG-QTD(WS-PAG-SUB)
                "   TOTAL A PAGAR: " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       IMPRIME-LINHA-EXTRATO.
            MOVE SPACES TO WS-NOME-ALUNO.
            PERFORM VARYING WS-NOM-SUB FROM 1 BY 1
                    UNTIL WS-NOM-SUB > WS-NOM-TOTAL
                IF WS-NOM-ID(WS-NOM-SUB) = WS-MEN-ID(WS-MEN-SUB)
                    MOVE WS-NOM-NOME(WS-NOM-SUB) TO WS-NOME-ALUNO
                END-IF
            END-PERFORM.
            COMPUTE WS-VALOR-ABERTO =
                WS-MEN-VALOR(WS-MEN-SUB) - WS-MEN-PAGO(WS-MEN-SUB).
            MOVE SPACES TO WS-LINHA.
            MOVE WS-MEN-VALOR(WS-MEN-SUB) TO WS-ED-VALOR.
            STRING WS-MEN-ID(WS-MEN-SUB) " " WS-NOME-ALUNO " "
                WS-MEN-COMP(WS-MEN-SUB) " " WS-MEN-VENC(WS-MEN-SUB)
                " " WS-ED-VALOR
                DELIMITED BY SIZE INTO WS-LINHA.
            MOVE WS-MEN-PAGO(WS-MEN-SUB) TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO WS-LINHA(59:9).
            MOVE WS-VALOR-ABERTO TO WS-ED-VALOR.
            MOVE WS-ED-VALOR TO WS-LINHA(69:9).
            PERFORM GRAVA-LINHA.
            IF WS-MEN-DESCONTO(WS-MEN-SUB) > 0
                MOVE WS-MEN-MOTIVO(WS-MEN-SUB) TO WS-MOTIVO-DESCONTO
                PERFORM LOCALIZA-MOTIVO
                MOVE SPACES TO WS-LINHA
                MOVE WS-MEN-BRUTO(WS-MEN-SUB) TO WS-ED-VALOR
                STRING "           BRUTO " WS-ED-VALOR
                    DELIMITED BY SIZE INTO WS-LINHA
                MOVE WS-MEN-DESCONTO(WS-MEN-SUB) TO WS-ED-VALOR
                MOVE "DESCONTO" TO WS-LINHA(28:8)
                MOVE WS-ED-VALOR TO WS-LINHA(37:9)
                IF WS-DMO-ACHOU = 'S'
                    MOVE WS-DMO-DESCRICAO(WS-DMO-SUB)
                        TO WS-LINHA(47:20)
                END-IF
                PERFORM GRAVA-LINHA
            END-IF.

      * The approved discounts valid for the cycle being billed.
       CARREGA-DESCONTOS.
            MOVE 0 TO WS-DSC-TOTAL.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TUITION-DISCOUNT-FILE.
            IF WS-FS-TUITDISC NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TUITION-DISCOUNT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF TD-STATUS = 'A'
                                AND TD-INICIO <= WS-COMPETENCIA
                                AND (TD-FIM = 0
                                    OR TD-FIM >= WS-COMPETENCIA)
                                AND WS-DSC-TOTAL < 300
                            ADD 1 TO WS-DSC-TOTAL
                            MOVE TD-STU-ID TO WS-DSC-ID(WS-DSC-TOTAL)
                            MOVE TD-FORMA TO
                                WS-DSC-FORMA(WS-DSC-TOTAL)
                            MOVE TD-PERCENTUAL TO
                                WS-DSC-PERCENTUAL(WS-DSC-TOTAL)
                            MOVE TD-VALOR TO
                                WS-DSC-VALOR(WS-DSC-TOTAL)
                            MOVE TD-MOTIVO TO
                                WS-DSC-MOTIVO(WS-DSC-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TUITDISC = "10"
                CLOSE TUITION-DISCOUNT-FILE
            END-IF.

      * Discounts do not add up: the largest one the student holds
      * for the cycle is taken off, never more than the tuition
      * itself. A full scholarship leaves nothing to pay and the
      * receivable is born settled.
       APLICA-DESCONTO.
            MOVE WS-VALOR-MENSALIDADE TO WS-VALOR-BRUTO.
            MOVE 0 TO WS-VALOR-DESCONTO.
            MOVE SPACES TO WS-MOTIVO-DESCONTO.
            PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                    UNTIL WS-DSC-SUB > WS-DSC-TOTAL
                IF WS-DSC-ID(WS-DSC-SUB) = STU-ID
                    IF WS-DSC-FORMA(WS-DSC-SUB) = 'P'
                        COMPUTE WS-DESCONTO-CALC ROUNDED =
                            WS-VALOR-BRUTO
                                * WS-DSC-PERCENTUAL(WS-DSC-SUB) / 100
                    ELSE
                        MOVE WS-DSC-VALOR(WS-DSC-SUB)
                            TO WS-DESCONTO-CALC
                    END-IF
                    IF WS-DESCONTO-CALC > WS-VALOR-BRUTO
                        MOVE WS-VALOR-BRUTO TO WS-DESCONTO-CALC
                    END-IF
                    IF WS-DESCONTO-CALC > WS-VALOR-DESCONTO
                        MOVE WS-DESCONTO-CALC TO WS-VALOR-DESCONTO
                        MOVE WS-DSC-MOTIVO(WS-DSC-SUB)
                            TO WS-MOTIVO-DESCONTO
                    END-IF
                END-IF
            END-PERFORM.
            COMPUTE WS-VALOR-MENSALIDADE =
                WS-VALOR-BRUTO - WS-VALOR-DESCONTO.
            IF WS-VALOR-MENSALIDADE = 0
                MOVE 'Q' TO WS-STATUS-MENSALIDADE
            ELSE
                MOVE 'A' TO WS-STATUS-MENSALIDADE
            END-IF
            IF WS-VALOR-DESCONTO > 0
                ADD 1 TO WS-QTD-DESCONTOS
                ADD WS-VALOR-DESCONTO TO WS-TOTAL-DESCONTOS
                DISPLAY "ALUNO " STU-ID " BRUTO " WS-VALOR-BRUTO
      -             " DESCONTO " WS-VALOR-DESCONTO " ("
      -             WS-MOTIVO-DESCONTO ") LIQUIDO "
      -             WS-VALOR-MENSALIDADE
            END-IF.

       LOCALIZA-MOTIVO.
            MOVE 'N' TO WS-DMO-ACHOU.
            PERFORM VARYING WS-DMO-SUB FROM 1 BY 1
                    UNTIL WS-DMO-SUB > 6 OR WS-DMO-ACHOU = 'S'
                IF WS-DMO-CODIGO(WS-DMO-SUB) = WS-MOTIVO-DESCONTO
                    MOVE 'S' TO WS-DMO-ACHOU
                    SUBTRACT 1 FROM WS-DMO-SUB
                END-IF
            END-PERFORM.

      * For the school board: the value granted in the cycle per
      * discount reason, against the gross tuition billed.
       RELATORIO-DESCONTOS.
            DISPLAY "DIGITE O CICLO (AAAAMM):"
            ACCEPT WS-COMPETENCIA
            INITIALIZE WS-TABELA-TOTAIS-MOTIVO.
            PERFORM VARYING WS-MEN-SUB FROM 1 BY 1
                    UNTIL WS-MEN-SUB > WS-MEN-TOTAL
                IF WS-MEN-COMP(WS-MEN-SUB) = WS-COMPETENCIA
                    ADD 1 TO WS-REL-QTD
                    ADD WS-MEN-BRUTO(WS-MEN-SUB) TO WS-REL-BRUTO
                    IF WS-MEN-DESCONTO(WS-MEN-SUB) > 0
                        PERFORM ACUMULA-MOTIVO
                    END-IF
                END-IF
            END-PERFORM.
            MOVE 'D' TO WS-RELATORIO-ATIVO.
            OPEN OUTPUT DISCOUNT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "DESCONTOS DE MENSALIDADE CONCEDIDOS NO CICLO "
                WS-COMPETENCIA " - EMITIDO EM " WS-DATA-REF
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "MOTIVO                      ALUNOS   VALOR BRUTO"
                "  DESCONTO"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-DMO-SUB FROM 1 BY 1
                    UNTIL WS-DMO-SUB > 6
                MOVE SPACES TO WS-LINHA
                STRING WS-DMO-CODIGO(WS-DMO-SUB) " "
                    WS-DMO-DESCRICAO(WS-DMO-SUB) "     "
                    WS-TMO-QTD(WS-DMO-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                MOVE WS-TMO-BRUTO(WS-DMO-SUB) TO WS-ED-TOTAL
                MOVE WS-ED-TOTAL TO WS-LINHA(35:10)
                MOVE WS-TMO-DESCONTO(WS-DMO-SUB) TO WS-ED-TOTAL
                MOVE WS-ED-TOTAL TO WS-LINHA(46:10)
                PERFORM GRAVA-LINHA
            END-PERFORM.
            MOVE ALL "-" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL CONCEDIDO            " WS-QTD-DESCONTOS
                DELIMITED BY SIZE INTO WS-LINHA.
            MOVE WS-REL-DESCONTO TO WS-ED-TOTAL.
            MOVE WS-ED-TOTAL TO WS-LINHA(46:10).
            PERFORM GRAVA-LINHA.
            MOVE 0 TO WS-REL-PERCENTUAL.
            IF WS-REL-BRUTO > 0
                COMPUTE WS-REL-PERCENTUAL ROUNDED =
                    WS-REL-DESCONTO * 100 / WS-REL-BRUTO
            END-IF
            MOVE WS-REL-PERCENTUAL TO WS-ED-PERCENTUAL.
            MOVE WS-REL-BRUTO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "MENSALIDADES DO CICLO: " WS-REL-QTD
                "  BRUTO FATURADO: " WS-ED-TOTAL
                "  CONCEDIDO: " WS-ED-PERCENTUAL "%"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE DISCOUNT-REPORT-FILE.

      * A reason code no longer in the table is counted as OU.
       ACUMULA-MOTIVO.
            MOVE WS-MEN-MOTIVO(WS-MEN-SUB) TO WS-MOTIVO-DESCONTO.
            PERFORM LOCALIZA-MOTIVO.
            IF WS-DMO-ACHOU = 'N'
                MOVE 6 TO WS-DMO-SUB
            END-IF
            ADD 1 TO WS-TMO-QTD(WS-DMO-SUB).
            ADD WS-MEN-BRUTO(WS-MEN-SUB) TO WS-TMO-BRUTO(WS-DMO-SUB).
            ADD WS-MEN-DESCONTO(WS-MEN-SUB)
                TO WS-TMO-DESCONTO(WS-DMO-SUB).
            ADD 1 TO WS-QTD-DESCONTOS.
            ADD WS-MEN-DESCONTO(WS-MEN-SUB) TO WS-REL-DESCONTO.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            EVALUATE WS-RELATORIO-ATIVO
             WHEN 'E'
                MOVE WS-LINHA TO TUITION-STATEMENT-RECORD
                WRITE TUITION-STATEMENT-RECORD
             WHEN 'D'
                MOVE WS-LINHA TO DISCOUNT-REPORT-RECORD
                WRITE DISCOUNT-REPORT-RECORD
             WHEN OTHER
                MOVE WS-LINHA TO TUITION-AGING-RECORD
                WRITE TUITION-AGING-RECORD
            END-EVALUATE.

       COPY "holproc.cpy".

       COPY "guardproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".
