      ******************************************************************
      * Author:
      * Date:
      * Purpose: utility billing run. Mode 1 prices a keyed
      *          consumption, mode 2 prices the account's metered
      *          cycle and registers the invoice on BILLHIST, mode 3
      *          is the move-out final invoice: the final reading,
      *          the fixed charge prorated to the move-out date and
      *          any PAYPOST credit in suspense applied, after which
      *          the account is closed on CUSTMASTER. Mode 9
      *          simulates proposed rates.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-PARAMSIM.
           SELECT SIMULATION-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TARIFF-SCHEDULE-FILE ASSIGN TO "TARIFAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFAS.
           SELECT TARIFF-SIM-FILE ASSIGN TO "TARIFSIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFSIM.
           SELECT SERVICE-ORDER-FILE ASSIGN TO "SVCORDERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SVCORDERS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HOLCAL.
           SELECT METER-READING-FILE ASSIGN TO "METERREAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METERREAD.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJECTS.
       FD  SIMULATION-REPORT-FILE.
       01  SIMULATION-REPORT-RECORD PIC X(70).

       FD  TARIFF-SCHEDULE-FILE.
           COPY "tarifa.cpy".

       FD  TARIFF-SIM-FILE.
      * Same column layout as a TARIFAS record, so compliance can
      * copy a class's live schedule and edit just what is proposed.
       01  TARIFF-SIM-RECORD.
           05 TS-CLASSE             PIC X(1).
           05 TS-DELIM-1            PIC X(1).
           05 TS-LIMITE-1           PIC 9(4)V99.
           05 TS-DELIM-2            PIC X(1).
           05 TS-TAXA-1             PIC 9V9999.
           05 TS-DELIM-3            PIC X(1).
           05 TS-LIMITE-2           PIC 9(4)V99.
           05 TS-DELIM-4            PIC X(1).
           05 TS-TAXA-2             PIC 9V9999.
           05 TS-DELIM-5            PIC X(1).
           05 TS-LIMITE-3           PIC 9(4)V99.
           05 TS-DELIM-6            PIC X(1).
           05 TS-TAXA-3             PIC 9V9999.
           05 TS-DELIM-7            PIC X(1).
           05 TS-TAXA-FIXA          PIC 9(4)V99.

       FD  SERVICE-ORDER-FILE.
           COPY "svcord.cpy".

       FD  HOLIDAY-CALENDAR-FILE.
           COPY "holcal.cpy".

       FD  METER-READING-FILE.
           COPY "meterrd.cpy".

       FD  SUSPENSE-FILE.
           COPY "suspense.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  REJECT-FILE.
           COPY "reject.cpy".

           77 WS-TAXA-MULTA-SIM PIC 9V99.
           77 WS-TEM-PARAMSIM PIC X(1).
           77 WS-LINHA-SIM PIC X(70).
           77 WS-FS-TARIFAS PIC X(2).
           77 WS-FS-TARIFSIM PIC X(2).
           77 WS-EOF-TARIFAS PIC X(1).
           01 WS-TABELA-TARIFAS.
               05 WS-TRF-ENTRADA OCCURS 10 TIMES
                       INDEXED BY WS-TRF-IX.
                   10 WS-TRF-CLASSE     PIC X(1).
                   10 WS-TRF-FAIXA OCCURS 3 TIMES.
                       15 WS-TRF-LIMITE PIC 9(4)V99.
                       15 WS-TRF-TAXA   PIC 9V9999.
                   10 WS-TRF-FIXA       PIC 9(4)V99.
           77 WS-TRF-TOTAL PIC 9(2) VALUE 0.
           77 WS-TRF-SUB PIC 9(2).
           77 WS-TRF-ACHOU PIC X(1).
           77 WS-TARIFA-CLIENTE PIC X(1) VALUE SPACE.
           77 WS-TAXA-FIXA PIC 9(4)V99 VALUE 0.
           77 WS-TEM-TARIFSIM PIC X(1).
           01 WS-TARIFA-SIMULADA.
               05 WS-TRS-FAIXA OCCURS 3 TIMES.
                   10 WS-TRS-LIMITE     PIC 9(4)V99.
                   10 WS-TRS-TAXA       PIC 9V9999.
               05 WS-TRS-FIXA           PIC 9(4)V99.
           77 WS-TAXA-FIXA-SIM PIC 9(4)V99.
           77 WS-SITUACAO-CLIENTE PIC X(1) VALUE SPACE.
           77 WS-FS-SVCORDERS PIC X(2).
           77 WS-EOF-SVCORDERS PIC X(1).
           01 WS-TABELA-ORDENS.
               05 WS-ORD-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-ORD-IX.
                   10 WS-ORD-REGISTRO   PIC X(37).
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-TAXA-RELIGACAO PIC 9(4)V99 VALUE 0.
           COPY "holwk.cpy".
           COPY "medwk.cpy".
      * Move-out final invoice: the reading the account closes on,
      * the last one it was read at, the fixed-charge proration
      * and the PAYPOST credit it absorbs.
           77 WS-DATA-SAIDA PIC 9(8).
           77 WS-LEITURA-FINAL PIC 9(6).
           77 WS-ENCERRA-OK PIC X(1) VALUE 'N'.
           77 WS-RESPOSTA PIC X(1).
           77 WS-TEM-LEITURA PIC X(1).
           77 WS-ULT-LEITURA PIC 9(6).
           77 WS-ULT-DATA-LEITURA PIC 9(8).
           77 WS-ULT-SERIE PIC X(12).
           77 WS-ULT-MULT PIC 9(3).
           77 WS-ULT-DIGITOS PIC 9(1).
           77 WS-DATA-MUDANCA PIC 9(8) VALUE 0.
           77 WS-PRORATA PIC X(1) VALUE 'N'.
           77 WS-DIAS-PRORATA PIC 9(3) VALUE 0.
           77 WS-FS-SUSPENSE PIC X(2).
           77 WS-EOF-SUSPENSE PIC X(1).
           01 WS-TABELA-SUSPENSE.
               05 WS-SUS-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-SUS-IX.
                   10 WS-SUS-REGISTRO   PIC X(47).
           77 WS-SUS-TOTAL PIC 9(3) VALUE 0.
           77 WS-SUS-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-SUS-SUB PIC 9(3).
           77 WS-CREDITO-APLICADO PIC 9(4)V99 VALUE 0.
           77 WS-CREDITO-RESTANTE PIC 9(4)V99.
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-CLI-IX.
                   10 WS-CLI-REGISTRO   PIC X(93).
           77 WS-CLI-TOTAL PIC 9(3) VALUE 0.
           77 WS-CLI-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CLI-SUB PIC 9(3).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-CHG-ARQUIVO PIC X(10) VALUE "CUSTMASTER".
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-CONTA PIC 9(6).
           77 WS-EOF-CUSTMASTER PIC X(1).
           77 WS-CONTA-ACHOU PIC X(1).
            PERFORM CARREGA-FERIADOS
            PERFORM INICIALIZA-TAXAS
            PERFORM LE-PARAMETROS
            PERFORM CARREGA-TARIFAS
            IF WS-RC-PRESENTE = 'S'
                MOVE WS-RC-MODO TO MODO
                MOVE WS-RC-VALOR-1 TO SALARIO
            ELSE
                DISPLAY "1 - CALCULAR FATURA"
                DISPLAY "2 - CALCULAR FATURA E REGISTRAR NO HISTORICO"
                DISPLAY "3 - FATURA FINAL DE DESOCUPACAO (ENCERRA A"
      -             " CONTA)"
                DISPLAY "9 - SIMULAR MUDANCA DE PARAMETROS (PARAMSIM)"
                ACCEPT MODO
                PERFORM VALIDA-SALARIO
            IF MODO = 2
                PERFORM OBTEM-CONTA-CLIENTE
                IF WS-CONTA-ACHOU = 'S'
                        AND WS-SITUACAO-CLIENTE NOT = 'D'
                        AND WS-SITUACAO-CLIENTE NOT = 'F'
                    PERFORM OBTEM-CONSUMO-MEDIDO
                    PERFORM VERIFICA-MUDANCA-RECENTE
                END-IF
            END-IF
            IF MODO = 3
                PERFORM OBTEM-CONTA-CLIENTE
                PERFORM VALIDA-DESOCUPACAO
                IF WS-ENCERRA-OK = 'S'
                    PERFORM OBTEM-LEITURA-FINAL
                END-IF
            END-IF
      * The simulation prices the same customer the live run would,
      * so it needs the account's tariff class as well.
            IF MODO = 9
                PERFORM OBTEM-CONTA-CLIENTE
            END-IF
      * While the supply is cut off there is no consumption to bill:
      * the account pays the fixed availability charge only.
            IF WS-SITUACAO-CLIENTE = 'D'
                MOVE 0 TO QWATTS
                DISPLAY "CONTA DESLIGADA - COBRADA APENAS A TAXA FIXA"
            END-IF
            PERFORM DETERMINA-TAXA
            PERFORM PRORATEIA-TAXA-FIXA
            compute valor = (salario*WS-TAXA)*qwatts + WS-TAXA-FIXA
            MOVE valor TO CUR-VALOR-NUMERICO
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
            display "valor a ser pago:" CUR-VALOR-EDITADO
            MOVE "FATURA CALCULADA" TO WS-AUDIT-RESUMO
            IF MODO = 2 AND WS-SITUACAO-CLIENTE = 'F'
                DISPLAY "CONTA ENCERRADA - FATURA NAO REGISTRADA"
                MOVE "CONTA ENCERRADA" TO WS-AUDIT-RESUMO
            END-IF
            IF MODO = 2 AND WS-SITUACAO-CLIENTE NOT = 'F'
                IF WS-CONTA-ACHOU = 'S'
                    PERFORM VERIFICA-RAZOABILIDADE
                    IF WS-LEITURA-OK = 'S'
                    MOVE "CONTA DESCONHECIDA" TO WS-AUDIT-RESUMO
                END-IF
            END-IF.
      * The final invoice is a partial month by nature, so it is not
      * held against the account's average like a cycle bill.
            IF MODO = 3
                IF WS-ENCERRA-OK = 'S'
                    PERFORM REGISTRA-FATURA
                    PERFORM GRAVA-LEITURA-FINAL
                    PERFORM ENCERRA-CONTA
                    MOVE "FATURA FINAL - CONTA ENCERRADA"
                        TO WS-AUDIT-RESUMO
                ELSE
                    MOVE "DESOCUPACAO RECUSADA" TO WS-AUDIT-RESUMO
                END-IF
            END-IF
            IF MODO = 9
                PERFORM SIMULA-FATURA
                MOVE "SIMULACAO DE PARAMETROS" TO WS-AUDIT-RESUMO
                MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
            END-IF
            PERFORM BUSCA-ULTIMO-VENCIMENTO
            PERFORM COBRA-TAXA-RELIGACAO
            MOVE 0 TO WS-DIAS-ATRASO
            IF WS-TEM-HISTORICO = 'Y'
                MOVE 'E' TO WS-DS-FUNCAO
            END-IF
            COMPUTE WS-MULTA = VALOR * WS-TAXA-MULTA * WS-DIAS-ATRASO
            COMPUTE WS-TOTAL-PAGAR = VALOR + WS-MULTA
            IF MODO = 3
                PERFORM APLICA-CREDITO-SUSPENSE
            END-IF
            MOVE WS-MULTA TO CUR-VALOR-NUMERICO
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
            DISPLAY "MULTA POR ATRASO: " CUR-VALOR-EDITADO
            MOVE WS-MULTA TO BH-MULTA
            MOVE WS-TOTAL-PAGAR TO BH-TOTAL-PAGAR
            MOVE WS-PROX-VENCIMENTO TO BH-DATA-VENCIMENTO
            MOVE WS-CREDITO-APLICADO TO BH-VALOR-PAGO
            MOVE 'A' TO BH-STATUS
            IF WS-CREDITO-APLICADO > 0
                MOVE 'P' TO BH-STATUS
                IF WS-CREDITO-APLICADO = WS-TOTAL-PAGAR
                    MOVE 'Q' TO BH-STATUS
                END-IF
            END-IF
            MOVE QWATTS TO BH-CONSUMO-KWH
            MOVE WS-ORIGEM-LEITURA TO BH-ORIGEM-LEITURA
            IF WS-ORIGEM-LEITURA = 'E'
            END-IF
            WRITE BILLING-HISTORY-RECORD
            CLOSE BILLING-HISTORY-FILE
            IF WS-CREDITO-APLICADO < WS-TOTAL-PAGAR
                PERFORM GRAVA-REGISTRO-COBRANCA
            ELSE
                DISPLAY "FATURA QUITADA PELO CREDITO - SEM REGISTRO"
      -             " DE COBRANCA"
            END-IF.

      * A reconnection fee PAYPOST put on a religacao order for this
      * account rides on the invoice being registered now, and the
      * order is marked faturada so it is charged only once. With
      * an SVCORDERS too big for the work table the fee waits for a
      * later cycle rather than risk truncating the file. Billed
      * orders from earlier months that nothing reads again - an
      * executed religacao, a cut-off the crew could not do - drop
      * off when the file is rewritten.
       COBRA-TAXA-RELIGACAO.
            MOVE 0 TO WS-TAXA-RELIGACAO
            MOVE 0 TO WS-ORD-TOTAL
            MOVE 'N' TO WS-ORD-ESTOUROU
            MOVE 'N' TO WS-EOF-SVCORDERS
            OPEN INPUT SERVICE-ORDER-FILE
            IF WS-FS-SVCORDERS NOT = "00"
                MOVE 'Y' TO WS-EOF-SVCORDERS
            END-IF
            PERFORM UNTIL WS-EOF-SVCORDERS = 'Y'
                READ SERVICE-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SVCORDERS
                    NOT AT END
                        EVALUATE TRUE
                            WHEN SO-FATURADA = 'S'
                                    AND SO-DATA-EMISSAO(1:6) <
                                        WS-DATA-HOJE(1:6)
                                    AND ((SO-TIPO = 'R'
                                        AND SO-STATUS = 'E')
                                    OR (SO-TIPO = 'D'
                                        AND SO-STATUS = 'N'))
                                CONTINUE
                            WHEN WS-ORD-TOTAL < 300
                                PERFORM GUARDA-ORDEM-SERVICO
                            WHEN OTHER
                                MOVE 'S' TO WS-ORD-ESTOUROU
                        END-EVALUATE
                END-READ
            END-PERFORM
            IF WS-FS-SVCORDERS = "10"
                CLOSE SERVICE-ORDER-FILE
            END-IF
            IF WS-ORD-ESTOUROU = 'S'
                DISPLAY "SVCORDERS EXCEDE 300 ORDENS - TAXA DE"
      -             " RELIGACAO NAO COBRADA NESTA FATURA"
                MOVE 0 TO WS-TAXA-RELIGACAO
            END-IF
            IF WS-TAXA-RELIGACAO > 0
                OPEN OUTPUT SERVICE-ORDER-FILE
                PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                        UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    MOVE WS-ORD-REGISTRO(WS-ORD-SUB)
                        TO SERVICE-ORDER-RECORD
                    WRITE SERVICE-ORDER-RECORD
                END-PERFORM
                CLOSE SERVICE-ORDER-FILE
                ADD WS-TAXA-RELIGACAO TO VALOR
                MOVE WS-TAXA-RELIGACAO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                DISPLAY "TAXA DE RELIGACAO: " CUR-VALOR-EDITADO
            END-IF.

       GUARDA-ORDEM-SERVICO.
            ADD 1 TO WS-ORD-TOTAL.
            IF SO-CONTA = WS-CONTA AND SO-TIPO = 'R'
                    AND SO-FATURADA = 'N'
                ADD SO-TAXA TO WS-TAXA-RELIGACAO
                MOVE 'S' TO SO-FATURADA
            END-IF.
            MOVE SERVICE-ORDER-RECORD TO WS-ORD-REGISTRO(WS-ORD-TOTAL).

      * Every new invoice is also registered with the bank for
      * collection: one COLREG record carrying account, amount, due
            MOVE SPACES TO COLLECTION-REG-RECORD
            MOVE WS-NOSSO-NUMERO TO CR-NOSSO-NUMERO
            MOVE WS-CONTA TO CR-CONTA
            COMPUTE CR-VALOR = WS-TOTAL-PAGAR - WS-CREDITO-APLICADO
            MOVE WS-PROX-VENCIMENTO TO CR-DATA-VENCIMENTO
            MOVE WS-DATA-HOJE TO CR-DATA-REMESSA
            MOVE 'R' TO CR-STATUS
            DISPLAY "COBRANCA REGISTRADA - NOSSO NUMERO: "
      -         WS-NOSSO-NUMERO.

      * Full calculation under the proposed rates next to what the
      * live ones produce - all on paper: nothing is written to
      * BILLHIST and no checkpoint moves. A TARIFSIM schedule for the
      * customer's class is priced in full (bands, rates and fixed
      * charge); a class with a live schedule but no proposal keeps
      * its live price; a class with no schedule at all is priced
      * off the PARAMSIM rates, as before tariff schedules existed.
      * PARAMSIM also proposes the late-fee rate.
       SIMULA-FATURA.
            MOVE 'N' TO WS-TEM-PARAMSIM.
            MOVE WS-FAIXA-TAXA(1) TO WS-FXS-TAXA(1).
            MOVE WS-FAIXA-TAXA(2) TO WS-FXS-TAXA(2).
            MOVE WS-FAIXA-TAXA(3) TO WS-FXS-TAXA(3).
            MOVE WS-TAXA-MULTA TO WS-TAXA-MULTA-SIM.
            OPEN INPUT PARAM-SIM-FILE.
            IF WS-FS-PARAMSIM = "00"
                READ PARAM-SIM-FILE
                END-READ
                CLOSE PARAM-SIM-FILE
            END-IF
            PERFORM CARREGA-TARIFA-SIMULADA
            IF WS-TEM-PARAMSIM = 'N' AND WS-TEM-TARIFSIM = 'N'
                DISPLAY "PARAMSIM/TARIFSIM NAO ENCONTRADOS -"
      -             " SIMULACAO CANCELADA"
            ELSE
                PERFORM DETERMINA-TAXA-SIMULADA
                COMPUTE WS-VALOR-SIM = (SALARIO * WS-TAXA-SIM)
                    * QWATTS + WS-TAXA-FIXA-SIM
                COMPUTE WS-MULTA = VALOR * WS-TAXA-MULTA * 30
                COMPUTE WS-MULTA-SIM =
                    WS-VALOR-SIM * WS-TAXA-MULTA-SIM * 30
                    " SIMULADA " WS-MULTA-SIM
                    DELIMITED BY SIZE INTO WS-LINHA-SIM
                PERFORM GRAVA-LINHA-SIM
                MOVE SPACES TO WS-LINHA-SIM
                STRING "TARIFA " WS-TARIFA-CLIENTE
                    " TAXA FIXA ATUAL " WS-TAXA-FIXA
                    " SIMULADA " WS-TAXA-FIXA-SIM
                    DELIMITED BY SIZE INTO WS-LINHA-SIM
                PERFORM GRAVA-LINHA-SIM
                CLOSE SIMULATION-REPORT-FILE
            END-IF.

      * The proposed schedule for the customer's class, if TARIFSIM
      * carries one.
       CARREGA-TARIFA-SIMULADA.
            MOVE 'N' TO WS-TEM-TARIFSIM.
            MOVE 'N' TO WS-EOF-TARIFAS.
            OPEN INPUT TARIFF-SIM-FILE.
            IF WS-FS-TARIFSIM NOT = "00"
                MOVE 'Y' TO WS-EOF-TARIFAS
            END-IF
            PERFORM UNTIL WS-EOF-TARIFAS = 'Y'
                READ TARIFF-SIM-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-TARIFAS
                    NOT AT END
                        IF TS-CLASSE = WS-TARIFA-CLIENTE
                                AND WS-TARIFA-CLIENTE NOT = SPACE
                            MOVE 'S' TO WS-TEM-TARIFSIM
                            MOVE TS-LIMITE-1 TO WS-TRS-LIMITE(1)
                            MOVE TS-TAXA-1 TO WS-TRS-TAXA(1)
                            MOVE TS-LIMITE-2 TO WS-TRS-LIMITE(2)
                            MOVE TS-TAXA-2 TO WS-TRS-TAXA(2)
                            MOVE TS-LIMITE-3 TO WS-TRS-LIMITE(3)
                            MOVE TS-TAXA-3 TO WS-TRS-TAXA(3)
                            MOVE TS-TAXA-FIXA TO WS-TRS-FIXA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TARIFSIM = "10"
                CLOSE TARIFF-SIM-FILE
            END-IF.

       DETERMINA-TAXA-SIMULADA.
            MOVE 0 TO WS-TAXA-FIXA-SIM.
            IF WS-TEM-TARIFSIM = 'S'
                MOVE WS-TRS-TAXA(3) TO WS-TAXA-SIM
                MOVE WS-TRS-FIXA TO WS-TAXA-FIXA-SIM
                PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                        UNTIL WS-FAIXA-SUB > 3
                    IF QWATTS NOT > WS-TRS-LIMITE(WS-FAIXA-SUB)
                        MOVE WS-TRS-TAXA(WS-FAIXA-SUB)
                            TO WS-TAXA-SIM
                        MOVE 4 TO WS-FAIXA-SUB
                    END-IF
                END-PERFORM
            ELSE
                IF WS-TRF-ACHOU = 'S'
                    MOVE WS-TAXA TO WS-TAXA-SIM
                    MOVE WS-TAXA-FIXA TO WS-TAXA-FIXA-SIM
                ELSE
                    MOVE WS-FXS-TAXA(3) TO WS-TAXA-SIM
                    PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                            UNTIL WS-FAIXA-SUB > 3
                        IF QWATTS NOT > WS-FAIXA-LIMITE(WS-FAIXA-SUB)
                            MOVE WS-FXS-TAXA(WS-FAIXA-SUB)
                                TO WS-TAXA-SIM
                            MOVE 4 TO WS-FAIXA-SUB
                        END-IF
                    END-PERFORM
                END-IF
            END-IF.

       GRAVA-LINHA-SIM.
            DISPLAY WS-LINHA-SIM.
            MOVE WS-LINHA-SIM TO SIMULATION-REPORT-RECORD.
                    NOT AT END
                        IF CU-CONTA = WS-CONTA
                            MOVE 'S' TO WS-CONTA-ACHOU
                            MOVE CU-TARIFA TO WS-TARIFA-CLIENTE
                            MOVE CU-SITUACAO TO WS-SITUACAO-CLIENTE
                            IF CU-DATA-MUDANCA IS NUMERIC
                                MOVE CU-DATA-MUDANCA TO
                                    WS-DATA-MUDANCA
                            END-IF
                            DISPLAY "CLIENTE: " CU-NOME
                                " TARIFA: " CU-TARIFA
                            MOVE 'Y' TO WS-EOF-CUSTMASTER
                        END-IF
                END-READ
                    NOT AT END
                        IF MR-CONTA = WS-CONTA
                                AND MR-CICLO = WS-CICLO-FATURA
                                AND MR-ORIGEM NOT = 'I'
                            MOVE 'S' TO WS-LEITURA-ACHOU
                            PERFORM APURA-CONSUMO-LEITURA
                            MOVE MR-ORIGEM TO WS-ORIGEM-LEITURA
                        END-IF
                END-READ
                CLOSE METER-READING-FILE
            END-IF
            IF WS-LEITURA-ACHOU = 'S'
                IF WS-MED-CONSUMO-TROCA > 0
                    DISPLAY "TROCA DE MEDIDOR NO CICLO - CONSUMO DO"
      -                 " MEDIDOR RETIRADO: " WS-MED-CONSUMO-TROCA
                        " KWH"
                END-IF
                IF WS-MED-VIROU = 'S'
                    DISPLAY "REGISTRADOR VIROU NO CICLO - CONSUMO"
      -                 " APURADO PELA VOLTA DO MOSTRADOR"
                END-IF
                MOVE WS-CONSUMO-LIDO TO QWATTS
                DISPLAY "CONSUMO MEDIDO NO CICLO " WS-CICLO-FATURA
      -             ": " WS-CONSUMO-LIDO " KWH"
                END-IF
            END-IF.

      * The cycle's kWh comes from medproc.cpy, the same rule
      * METERENT shows the reader: rollover, multiplier and any kWh
      * of a meter exchanged in the cycle. Readings keyed before
      * the meter master carry spaces in those fields.
       APURA-CONSUMO-LEITURA.
            MOVE 0 TO WS-MED-ANTERIOR
            MOVE 0 TO WS-MED-ATUAL
            MOVE 0 TO WS-MED-MULTIPLICADOR
            MOVE 0 TO WS-MED-DIGITOS
            MOVE 0 TO WS-MED-CONSUMO-TROCA
            IF MR-LEITURA-ANTERIOR IS NUMERIC
                MOVE MR-LEITURA-ANTERIOR TO WS-MED-ANTERIOR
            END-IF
            IF MR-LEITURA-ATUAL IS NUMERIC
                MOVE MR-LEITURA-ATUAL TO WS-MED-ATUAL
            END-IF
            IF MR-MULTIPLICADOR IS NUMERIC
                MOVE MR-MULTIPLICADOR TO WS-MED-MULTIPLICADOR
            END-IF
            IF MR-DIGITOS IS NUMERIC
                MOVE MR-DIGITOS TO WS-MED-DIGITOS
            END-IF
            IF MR-CONSUMO-TROCA IS NUMERIC
                MOVE MR-CONSUMO-TROCA TO WS-MED-CONSUMO-TROCA
            END-IF
            PERFORM CALCULA-CONSUMO-MEDIDOR
            MOVE WS-MED-CONSUMO TO WS-CONSUMO-LIDO.

      * The first bill after MOVEIN opened the account covers only
      * the days since the move-in, so the fixed charge is prorated
      * over them; from the first full month on it is charged whole.
       VERIFICA-MUDANCA-RECENTE.
            MOVE 'N' TO WS-PRORATA
            IF WS-DATA-MUDANCA > 0
                MOVE 'E' TO WS-DS-FUNCAO
                MOVE WS-DATA-HOJE TO WS-DS-DATA
                MOVE WS-DATA-MUDANCA TO WS-DS-DATA-2
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                IF WS-DS-DIAS >= 0 AND WS-DS-DIAS < 30
                    MOVE 'S' TO WS-PRORATA
                    MOVE WS-DS-DIAS TO WS-DIAS-PRORATA
                    DISPLAY "PRIMEIRA FATURA APOS A MUDANCA EM "
                        WS-DATA-MUDANCA
                END-IF
            END-IF.

       PRORATEIA-TAXA-FIXA.
            IF WS-PRORATA = 'S' AND WS-DIAS-PRORATA < 30
                COMPUTE WS-TAXA-FIXA ROUNDED =
                    WS-TAXA-FIXA * WS-DIAS-PRORATA / 30
                MOVE WS-TAXA-FIXA TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                DISPLAY "TAXA FIXA PROPORCIONAL A " WS-DIAS-PRORATA
                    " DIAS: " CUR-VALOR-EDITADO
            END-IF.

      * Only an account on the customer master, still open, can be
      * closed - and the master has to fit the work table, since
      * closing it means rewriting the file.
       VALIDA-DESOCUPACAO.
            MOVE 'N' TO WS-ENCERRA-OK
            IF WS-FS-CUSTMASTER NOT = "00"
                DISPLAY "CUSTMASTER NAO ENCONTRADO - DESOCUPACAO"
      -             " RECUSADA"
            ELSE
                IF WS-CONTA-ACHOU = 'N'
                    DISPLAY "CONTA NAO CADASTRADA - DESOCUPACAO"
      -                 " RECUSADA"
                ELSE
                    IF WS-SITUACAO-CLIENTE = 'F'
                        DISPLAY "CONTA JA ENCERRADA EM "
                            WS-DATA-MUDANCA
                    ELSE
                        PERFORM CARREGA-CLIENTES
                        IF WS-CLI-ESTOUROU = 'S'
                            DISPLAY "CUSTMASTER EXCEDE 200 CONTAS -"
      -                         " DESOCUPACAO RECUSADA"
                            MOVE 8 TO WS-RETORNO
                        ELSE
                            MOVE 'S' TO WS-ENCERRA-OK
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * The final reading closes the account's last cycle: the kWh
      * since the last reading on file (same register rule as the
      * cycle bill) and the fixed charge for the days from that
      * reading to the move-out, never more than a month.
       OBTEM-LEITURA-FINAL.
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
            END-IF
            DISPLAY "DATA DA DESOCUPACAO (AAAAMMDD, ENTER = HOJE):"
            MOVE 0 TO WS-DATA-SAIDA
            ACCEPT WS-DATA-SAIDA
            IF WS-DATA-SAIDA = 0
                MOVE WS-DATA-HOJE TO WS-DATA-SAIDA
            END-IF
            PERFORM BUSCA-ULTIMA-LEITURA
            IF WS-TEM-LEITURA = 'N'
                DISPLAY "CONTA SEM LEITURA ANTERIOR - DIGITE A"
      -             " LEITURA ANTERIOR:"
                ACCEPT WS-ULT-LEITURA
            END-IF
            IF WS-TEM-LEITURA = 'S'
                    AND WS-DATA-SAIDA < WS-ULT-DATA-LEITURA
                DISPLAY "DESOCUPACAO ANTERIOR A ULTIMA LEITURA ("
                    WS-ULT-DATA-LEITURA ") - RECUSADA"
                MOVE 'N' TO WS-ENCERRA-OK
            ELSE
                DISPLAY "LEITURA ANTERIOR: " WS-ULT-LEITURA
                DISPLAY "DIGITE A LEITURA FINAL:"
                ACCEPT WS-LEITURA-FINAL
                IF WS-LEITURA-FINAL < WS-ULT-LEITURA
                    DISPLAY "LEITURA FINAL MENOR QUE A ANTERIOR - O"
      -                 " REGISTRADOR VIROU? (S/N)"
                    MOVE SPACES TO WS-RESPOSTA
                    ACCEPT WS-RESPOSTA
                    IF WS-RESPOSTA NOT = 'S' AND WS-RESPOSTA NOT = 's'
                        DISPLAY "DESOCUPACAO RECUSADA"
                        MOVE 'N' TO WS-ENCERRA-OK
                    END-IF
                END-IF
            END-IF
            IF WS-ENCERRA-OK = 'S'
                MOVE WS-ULT-LEITURA TO WS-MED-ANTERIOR
                MOVE WS-LEITURA-FINAL TO WS-MED-ATUAL
                MOVE WS-ULT-MULT TO WS-MED-MULTIPLICADOR
                MOVE WS-ULT-DIGITOS TO WS-MED-DIGITOS
                MOVE 0 TO WS-MED-CONSUMO-TROCA
                PERFORM CALCULA-CONSUMO-MEDIDOR
                MOVE WS-MED-CONSUMO TO QWATTS
                MOVE 'L' TO WS-ORIGEM-LEITURA
                DISPLAY "CONSUMO FINAL: " WS-MED-CONSUMO " KWH"
                IF WS-TEM-LEITURA = 'S'
                    MOVE 'E' TO WS-DS-FUNCAO
                    MOVE WS-DATA-SAIDA TO WS-DS-DATA
                    MOVE WS-ULT-DATA-LEITURA TO WS-DS-DATA-2
                    CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                        WS-DS-DATA-2 WS-DS-DIAS
                    IF WS-DS-DIAS < 30
                        MOVE 'S' TO WS-PRORATA
                        MOVE WS-DS-DIAS TO WS-DIAS-PRORATA
                    END-IF
                END-IF
            END-IF.

      * METERREAD is append-only, so the account's last record is
      * its latest reading, whatever cycle or origin it came from.
       BUSCA-ULTIMA-LEITURA.
            MOVE 'N' TO WS-TEM-LEITURA
            MOVE 0 TO WS-ULT-LEITURA
            MOVE 0 TO WS-ULT-DATA-LEITURA
            MOVE SPACES TO WS-ULT-SERIE
            MOVE 0 TO WS-ULT-MULT
            MOVE 0 TO WS-ULT-DIGITOS
            MOVE 'N' TO WS-EOF-METERREAD
            OPEN INPUT METER-READING-FILE
            IF WS-FS-METERREAD NOT = "00"
                MOVE 'Y' TO WS-EOF-METERREAD
            END-IF
            PERFORM UNTIL WS-EOF-METERREAD = 'Y'
                READ METER-READING-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-METERREAD
                    NOT AT END
                        IF MR-CONTA = WS-CONTA
                            MOVE 'S' TO WS-TEM-LEITURA
                            MOVE MR-LEITURA-ATUAL TO WS-ULT-LEITURA
                            MOVE MR-DATA-LEITURA TO
                                WS-ULT-DATA-LEITURA
                            MOVE MR-SERIE TO WS-ULT-SERIE
                            MOVE 0 TO WS-ULT-MULT
                            MOVE 0 TO WS-ULT-DIGITOS
                            IF MR-MULTIPLICADOR IS NUMERIC
                                MOVE MR-MULTIPLICADOR TO WS-ULT-MULT
                            END-IF
                            IF MR-DIGITOS IS NUMERIC
                                MOVE MR-DIGITOS TO WS-ULT-DIGITOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-METERREAD = "10"
                CLOSE METER-READING-FILE
            END-IF.

      * Whatever PAYPOST parked as an unapplied excess ('SOBR') for
      * the account is the tenant's credit: it settles the final
      * invoice oldest first. A credit bigger than what is owed is
      * split, and the rest stays in suspense to be refunded.
       APLICA-CREDITO-SUSPENSE.
            MOVE 0 TO WS-CREDITO-APLICADO
            MOVE WS-TOTAL-PAGAR TO WS-CREDITO-RESTANTE
            MOVE 0 TO WS-SUS-TOTAL
            MOVE 'N' TO WS-SUS-ESTOUROU
            MOVE 'N' TO WS-EOF-SUSPENSE
            OPEN INPUT SUSPENSE-FILE
            IF WS-FS-SUSPENSE NOT = "00"
                MOVE 'Y' TO WS-EOF-SUSPENSE
            END-IF
            PERFORM UNTIL WS-EOF-SUSPENSE = 'Y'
                READ SUSPENSE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-SUSPENSE
                    NOT AT END
                        IF WS-SUS-TOTAL < 200
                            ADD 1 TO WS-SUS-TOTAL
                            MOVE SUSPENSE-RECORD TO
                                WS-SUS-REGISTRO(WS-SUS-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-SUS-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-SUSPENSE = "10"
                CLOSE SUSPENSE-FILE
            END-IF
            IF WS-SUS-ESTOUROU = 'S'
                DISPLAY "SUSPENSE EXCEDE 200 ITENS - CREDITO NAO"
      -             " COMPENSADO NA FATURA FINAL"
            ELSE
                PERFORM VARYING WS-SUS-SUB FROM 1 BY 1
                        UNTIL WS-SUS-SUB > WS-SUS-TOTAL
                        OR WS-CREDITO-RESTANTE = 0
                    MOVE WS-SUS-REGISTRO(WS-SUS-SUB) TO SUSPENSE-RECORD
                    IF SU-CONTA = WS-CONTA AND SU-MOTIVO = "SOBR"
                            AND SU-STATUS = 'S'
                        PERFORM COMPENSA-CREDITO
                    END-IF
                END-PERFORM
            END-IF
            IF WS-CREDITO-APLICADO > 0
                OPEN OUTPUT SUSPENSE-FILE
                PERFORM VARYING WS-SUS-SUB FROM 1 BY 1
                        UNTIL WS-SUS-SUB > WS-SUS-TOTAL
                    MOVE WS-SUS-REGISTRO(WS-SUS-SUB) TO SUSPENSE-RECORD
                    WRITE SUSPENSE-RECORD
                END-PERFORM
                CLOSE SUSPENSE-FILE
                MOVE WS-CREDITO-APLICADO TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                DISPLAY "CREDITO EM SUSPENSE COMPENSADO: "
                    CUR-VALOR-EDITADO
            END-IF.

       COMPENSA-CREDITO.
            IF SU-VALOR NOT > WS-CREDITO-RESTANTE
                MOVE 'C' TO SU-STATUS
                ADD SU-VALOR TO WS-CREDITO-APLICADO
                SUBTRACT SU-VALOR FROM WS-CREDITO-RESTANTE
                MOVE SUSPENSE-RECORD TO WS-SUS-REGISTRO(WS-SUS-SUB)
            ELSE
                IF WS-SUS-TOTAL < 200
                    SUBTRACT WS-CREDITO-RESTANTE FROM SU-VALOR
                    MOVE SUSPENSE-RECORD TO WS-SUS-REGISTRO(WS-SUS-SUB)
                    MOVE WS-CREDITO-RESTANTE TO SU-VALOR
                    MOVE 'C' TO SU-STATUS
                    ADD 1 TO WS-SUS-TOTAL
                    MOVE SUSPENSE-RECORD TO
                        WS-SUS-REGISTRO(WS-SUS-TOTAL)
                    ADD WS-CREDITO-RESTANTE TO WS-CREDITO-APLICADO
                    MOVE 0 TO WS-CREDITO-RESTANTE
                END-IF
            END-IF.

      * The move-out reading goes on METERREAD flagged 'F', so the
      * next occupant's opening reading (MOVEIN) carries from it.
       GRAVA-LEITURA-FINAL.
            OPEN EXTEND METER-READING-FILE
            IF WS-FS-METERREAD = "35"
                OPEN OUTPUT METER-READING-FILE
            END-IF
            MOVE SPACES TO METER-READING-RECORD
            MOVE WS-CONTA TO MR-CONTA
            MOVE WS-DATA-SAIDA(1:6) TO MR-CICLO
            MOVE WS-ULT-LEITURA TO MR-LEITURA-ANTERIOR
            MOVE WS-LEITURA-FINAL TO MR-LEITURA-ATUAL
            MOVE WS-DATA-SAIDA TO MR-DATA-LEITURA
            MOVE 'F' TO MR-ORIGEM
            MOVE WS-ULT-SERIE TO MR-SERIE
            MOVE WS-ULT-MULT TO MR-MULTIPLICADOR
            MOVE WS-ULT-DIGITOS TO MR-DIGITOS
            MOVE 0 TO MR-CONSUMO-TROCA
            WRITE METER-READING-RECORD
            CLOSE METER-READING-FILE.

       CARREGA-CLIENTES.
            MOVE 0 TO WS-CLI-TOTAL
            MOVE 'N' TO WS-CLI-ESTOUROU
            MOVE 'N' TO WS-EOF-CUSTMASTER
            OPEN INPUT CUSTOMER-MASTER-FILE
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-CUSTMASTER
            END-IF
            PERFORM UNTIL WS-EOF-CUSTMASTER = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-CUSTMASTER
                    NOT AT END
                        IF WS-CLI-TOTAL < 200
                            ADD 1 TO WS-CLI-TOTAL
                            MOVE CUSTOMER-MASTER-RECORD TO
                                WS-CLI-REGISTRO(WS-CLI-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-CLI-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            IF WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

      * Closed on the move-out date: no further cycle is read or
      * billed, and the premise is free for MOVEIN to reopen under
      * the next occupant's account.
       ENCERRA-CONTA.
            OPEN OUTPUT CUSTOMER-MASTER-FILE
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                MOVE WS-CLI-REGISTRO(WS-CLI-SUB) TO
                    CUSTOMER-MASTER-RECORD
                IF CU-CONTA = WS-CONTA
                    MOVE CUSTOMER-MASTER-RECORD TO WS-CHG-ANTES
                    MOVE 'F' TO CU-SITUACAO
                    MOVE WS-DATA-SAIDA TO CU-DATA-MUDANCA
                    IF CU-CONTA-ANTERIOR NOT NUMERIC
                        MOVE 0 TO CU-CONTA-ANTERIOR
                    END-IF
                    MOVE CUSTOMER-MASTER-RECORD TO WS-CHG-DEPOIS
                END-IF
                WRITE CUSTOMER-MASTER-RECORD
            END-PERFORM
            CLOSE CUSTOMER-MASTER-FILE
            MOVE "A" TO WS-CHG-OPERACAO
            MOVE SPACES TO WS-CHG-CHAVE
            MOVE WS-CONTA TO WS-CHG-CHAVE
            PERFORM GRAVA-CHANGELOG
            DISPLAY "CONTA " WS-CONTA " ENCERRADA EM " WS-DATA-SAIDA.

      * Average kWh over the account's billed history, for the
      * estimated-read fallback and the reasonability band. Bills
      * written before the meter subsystem carry spaces there and
                        NOT AT END
                            IF BH-CONTA = WS-CONTA
                                    AND BH-STATUS NOT = 'Q'
                                    AND BH-STATUS NOT = 'W'
                                MOVE 'Y' TO WS-TEM-HISTORICO
                                MOVE BH-DATA-VENCIMENTO
                                    TO WS-ULT-VENCIMENTO
                CLOSE PARAM-CONTROL-FILE
            END-IF.

      * One schedule per tariff class off the TARIFAS file, so the
      * commercial and industrial accounts stop paying residential
      * prices. No file deployed means no schedules and every
      * account keeps the PARAMCTL bands.
       CARREGA-TARIFAS.
            MOVE 0 TO WS-TRF-TOTAL.
            MOVE 'N' TO WS-EOF-TARIFAS.
            OPEN INPUT TARIFF-SCHEDULE-FILE.
            IF WS-FS-TARIFAS NOT = "00"
                MOVE 'Y' TO WS-EOF-TARIFAS
            END-IF
            PERFORM UNTIL WS-EOF-TARIFAS = 'Y'
                READ TARIFF-SCHEDULE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-TARIFAS
                    NOT AT END
                        IF WS-TRF-TOTAL < 10
                            ADD 1 TO WS-TRF-TOTAL
                            MOVE TF-CLASSE TO
                                WS-TRF-CLASSE(WS-TRF-TOTAL)
                            MOVE TF-LIMITE-1 TO
                                WS-TRF-LIMITE(WS-TRF-TOTAL, 1)
                            MOVE TF-TAXA-1 TO
                                WS-TRF-TAXA(WS-TRF-TOTAL, 1)
                            MOVE TF-LIMITE-2 TO
                                WS-TRF-LIMITE(WS-TRF-TOTAL, 2)
                            MOVE TF-TAXA-2 TO
                                WS-TRF-TAXA(WS-TRF-TOTAL, 2)
                            MOVE TF-LIMITE-3 TO
                                WS-TRF-LIMITE(WS-TRF-TOTAL, 3)
                            MOVE TF-TAXA-3 TO
                                WS-TRF-TAXA(WS-TRF-TOTAL, 3)
                            MOVE TF-TAXA-FIXA TO
                                WS-TRF-FIXA(WS-TRF-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TARIFAS = "10"
                CLOSE TARIFF-SCHEDULE-FILE
            END-IF.

      * The customer's CU-TARIFA picks the class schedule: the band
      * rate plus the class's fixed monthly availability charge.
      * With no account (mode 1) or a class with no schedule the
      * PARAMCTL bands apply and there is no fixed charge - the
      * pricing every account had before.
       DETERMINA-TAXA.
            MOVE 0 TO WS-TAXA-FIXA.
            MOVE 'N' TO WS-TRF-ACHOU.
            PERFORM VARYING WS-TRF-SUB FROM 1 BY 1
                    UNTIL WS-TRF-SUB > WS-TRF-TOTAL
                    OR WS-TRF-ACHOU = 'S'
                IF WS-TRF-CLASSE(WS-TRF-SUB) = WS-TARIFA-CLIENTE
                        AND WS-TARIFA-CLIENTE NOT = SPACE
                    MOVE 'S' TO WS-TRF-ACHOU
                    SUBTRACT 1 FROM WS-TRF-SUB
                END-IF
            END-PERFORM.
            IF WS-TRF-ACHOU = 'S'
                MOVE WS-TRF-TAXA(WS-TRF-SUB, 3) TO WS-TAXA
                MOVE WS-TRF-FIXA(WS-TRF-SUB) TO WS-TAXA-FIXA
                PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                        UNTIL WS-FAIXA-SUB > 3
                    IF QWATTS NOT >
                            WS-TRF-LIMITE(WS-TRF-SUB, WS-FAIXA-SUB)
                        MOVE WS-TRF-TAXA(WS-TRF-SUB, WS-FAIXA-SUB)
                            TO WS-TAXA
                        MOVE 4 TO WS-FAIXA-SUB
                    END-IF
                END-PERFORM
                MOVE WS-TAXA-FIXA TO CUR-VALOR-NUMERICO
                MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO
                DISPLAY "TARIFA " WS-TARIFA-CLIENTE
                    " - TAXA FIXA DE DISPONIBILIDADE: "
                    CUR-VALOR-EDITADO
            ELSE
                MOVE WS-FAIXA-TAXA(3) TO WS-TAXA
                PERFORM VARYING WS-FAIXA-SUB FROM 1 BY 1
                        UNTIL WS-FAIXA-SUB > 3
                    IF QWATTS NOT > WS-FAIXA-LIMITE(WS-FAIXA-SUB)
                        MOVE WS-FAIXA-TAXA(WS-FAIXA-SUB) TO WS-TAXA
                        MOVE 4 TO WS-FAIXA-SUB
                    END-IF
                END-PERFORM
            END-IF.

       COPY "holproc.cpy".

       COPY "medproc.cpy".

       COPY "numval.cpy"
           REPLACING ==:CAMPO:== BY ==SALARIO==
                     ==:MENSAGEM:== BY =="DIGITE SEU SALARIO:"==.

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM EXERCICIO7.
