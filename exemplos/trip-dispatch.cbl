      *          validating the plate against VEHICLEMST, the
      *          driver against DRIVERMST and the CITSUSP
      *          suspension list (a suspended driver cannot be
      *          scheduled), refusing a plate whose licenciamento
      *          or seguro on VEHDOCS expired before the trip date,
      *          a driver whose CNH is expired or below the
      *          category the vehicle requires (or whose
      *          toxicology exam lapsed, for C/D/E vehicles),
      *          and refusing a plate already booked for the same
      *          date. Mode 2 is the nightly
      *          reconciliation: dispatched trips with no matching
      *          TRIPLOG record and actual trips nobody dispatched,
      *          on DISPRECRPT for the fleet supervisor. Mode 3 is
      *          the monthly run: every CNH and toxicology exam
      *          due within 45 days, on CNHVENC for the fleet
      *          manager and as one notice per driver on CNHAVISO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUSPENSION-REPORT-FILE ASSIGN TO "CITSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITSUSP.
           SELECT VEHICLE-DOCUMENT-FILE ASSIGN TO "VEHDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VEHDOCS.
           SELECT TRIP-LOG-FILE ASSIGN TO "TRIPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPLOG.
           SELECT RECONCILE-REPORT-FILE ASSIGN TO "DISPRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LICENSE-REPORT-FILE ASSIGN TO "CNHVENC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LICENSE-NOTICE-FILE ASSIGN TO "CNHAVISO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           05 VM-PLACA              PIC X(10).
           05 VM-DELIM-1            PIC X(1).
           05 VM-KM-POR-LITRO       PIC 9(2).
           05 VM-DELIM-2            PIC X(1).
           05 VM-CATEGORIA-CNH      PIC X(1).

       FD  DRIVER-MASTER-FILE.
       01  DRIVER-MASTER-RECORD.
           05 DR-NOME               PIC X(20).
           05 DR-DELIM-2            PIC X(1).
           05 DR-EMP-ID             PIC X(10).
           05 DR-DELIM-3            PIC X(1).
           05 DR-CNH-NUMERO         PIC X(11).
           05 DR-DELIM-4            PIC X(1).
           05 DR-CNH-CATEGORIA      PIC X(2).
           05 DR-DELIM-5            PIC X(1).
           05 DR-CNH-VALIDADE       PIC 9(8).
           05 DR-DELIM-6            PIC X(1).
           05 DR-TOXICO-VALIDADE    PIC 9(8).

      * CITLEDGER's suspension listing: a header line, then one
      * line per suspended driver with the id in the first ten
       FD  SUSPENSION-REPORT-FILE.
       01  SUSPENSION-REPORT-RECORD PIC X(60).

       FD  VEHICLE-DOCUMENT-FILE.
           COPY "vehdoc.cpy".

       FD  TRIP-LOG-FILE.
       01  TRIP-LOG-RECORD.
           05 TL-PLACA              PIC X(10).
       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-RECORD  PIC X(90).

       FD  LICENSE-REPORT-FILE.
       01  LICENSE-REPORT-RECORD    PIC X(90).

       FD  LICENSE-NOTICE-FILE.
       01  LICENSE-NOTICE-RECORD    PIC X(90).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

           77 WS-FS-VEHICLEMST PIC X(2).
           77 WS-FS-DRIVERMST PIC X(2).
           77 WS-FS-CITSUSP PIC X(2).
           77 WS-FS-VEHDOCS PIC X(2).
           77 WS-FS-TRIPLOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-PLACAS.
               05 WS-PLC-ENTRADA OCCURS 30 TIMES.
                   10 WS-PLC-PLACA      PIC X(10).
                   10 WS-PLC-CATEGORIA  PIC X(1).
           77 WS-PLC-TOTAL PIC 9(2) VALUE 0.
           77 WS-PLC-SUB PIC 9(2).
           77 WS-TEM-VEHICLEMST PIC X(1).
           01 WS-TABELA-MOTORISTAS.
               05 WS-MOT-ENTRADA OCCURS 50 TIMES.
                   10 WS-MOT-ID         PIC X(10).
                   10 WS-MOT-NOME       PIC X(20).
                   10 WS-MOT-CNH        PIC X(11).
                   10 WS-MOT-CATEGORIA  PIC X(2).
                   10 WS-MOT-VALIDADE   PIC 9(8).
                   10 WS-MOT-TOXICO     PIC 9(8).
           77 WS-MOT-TOTAL PIC 9(2) VALUE 0.
           77 WS-MOT-SUB PIC 9(2).
           77 WS-TEM-DRIVERMST PIC X(1).
               05 WS-SUS-ID PIC X(10) OCCURS 50 TIMES.
           77 WS-SUS-TOTAL PIC 9(2) VALUE 0.
           77 WS-SUS-SUB PIC 9(2).
      * Licenciamento and seguro lines only; IPVA does not stop a
      * truck on the road.
           01 WS-TABELA-DOCUMENTOS.
               05 WS-DOC-ENTRADA OCCURS 100 TIMES.
                   10 WS-DOC-PLACA      PIC X(10).
                   10 WS-DOC-TIPO       PIC X(1).
                   10 WS-DOC-VALIDADE   PIC 9(8).
           77 WS-DOC-TOTAL PIC 9(3) VALUE 0.
           77 WS-DOC-SUB PIC 9(3).
           01 WS-TABELA-DESPACHOS.
               05 WS-DES-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-DES-IX.
           77 WS-QTD-SEM-DESPACHO PIC 9(3) VALUE 0.
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(90).
      * CNH check: the highest vehicle category the driver holds
      * (B to E, each covering the ones below it; A is the
      * motorcycle category and only covers itself).
           77 WS-CAT-EXIGIDA PIC X(1).
           77 WS-CAT-MOTORISTA PIC X(1).
           77 WS-JANELA-DIAS PIC 9(3) VALUE 45.
           77 WS-DATA-LIMITE PIC 9(8).
           77 WS-ITEM-DATA PIC 9(8).
           77 WS-ITEM-DESC PIC X(12).
           77 WS-DIAS-RESTANTES PIC S9(9).
           77 WS-ED-DIAS PIC ZZZ9.
           77 WS-SITUACAO PIC X(12).
           77 WS-QTD-AVISOS PIC 9(3) VALUE 0.
           77 WS-QTD-VENCIDOS PIC 9(3) VALUE 0.
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
            PERFORM CARREGA-DESPACHOS
            DISPLAY "1 - PLANEJAR VIAGENS (DISPATCH)"
            DISPLAY "2 - RECONCILIAR PLANEJADO X REALIZADO"
            DISPLAY "3 - AVISO MENSAL DE VENCIMENTO DE CNH"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM PLANEJA-VIAGENS
             WHEN 2 PERFORM RECONCILIA-VIAGENS
                     MOVE "MODO 2 - RECONCILIA VIAGENS" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM AVISA-VENCIMENTOS-CNH
                     MOVE "MODO 3 - AVISO VENCIMENTO CNH" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.
            PERFORM CARREGA-VEICULOS.
            PERFORM CARREGA-MOTORISTAS.
            PERFORM CARREGA-SUSPENSOS.
            PERFORM CARREGA-DOCUMENTOS.
            DISPLAY "DIGITE A DATA DO DESPACHO (AAAAMMDD):"
            ACCEPT WS-DATA-ENTRADA
            MOVE SPACES TO WS-PLACA-ENTRADA
            END-IF.

      * Planning-time gate: known plate, known driver, driver not
      * on the suspension list, the plate's papers in force on the
      * trip date, the driver's CNH in force and of the category
      * the vehicle needs, and the plate free on that date - a
      * double-booked truck is exactly what this file exists to
      * prevent.
       VALIDA-PLANEJAMENTO.
            MOVE 'S' TO WS-VALIDO.
                IF WS-ACHOU = 'N'
                    DISPLAY "PLACA FORA DO VEHICLEMST - RECUSADA"
                    MOVE 'N' TO WS-VALIDO
                ELSE
                    SUBTRACT 1 FROM WS-PLC-SUB
                END-IF
            END-IF
            IF WS-VALIDO = 'S' AND WS-TEM-DRIVERMST = 'S'
                    DISPLAY "MOTORISTA FORA DO DRIVERMST -"
      -                 " RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                ELSE
                    SUBTRACT 1 FROM WS-MOT-SUB
                    PERFORM VALIDA-CNH
                END-IF
            END-IF
            IF WS-VALIDO = 'S'
                    END-IF
                END-PERFORM
            END-IF
            IF WS-VALIDO = 'S'
                PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                        UNTIL WS-DOC-SUB > WS-DOC-TOTAL
                        OR WS-VALIDO = 'N'
                    IF WS-DOC-PLACA(WS-DOC-SUB) = WS-PLACA-ENTRADA
                            AND WS-DOC-VALIDADE(WS-DOC-SUB) <
                                WS-DATA-ENTRADA
                        IF WS-DOC-TIPO(WS-DOC-SUB) = 'L'
                            DISPLAY "LICENCIAMENTO VENCIDO EM "
      -                         WS-DOC-VALIDADE(WS-DOC-SUB)
      -                         " (VEHDOCS) - RECUSADA"
                        ELSE
                            DISPLAY "SEGURO VENCIDO EM "
      -                         WS-DOC-VALIDADE(WS-DOC-SUB)
      -                         " (VEHDOCS) - RECUSADA"
                        END-IF
                        MOVE 'N' TO WS-VALIDO
                    END-IF
                END-PERFORM
            END-IF
            IF WS-VALIDO = 'S'
                PERFORM VARYING WS-DES-SUB FROM 1 BY 1
                        UNTIL WS-DES-SUB > WS-DES-TOTAL
                END-PERFORM
            END-IF.

      * WS-MOT-SUB points at the driver; WS-PLC-SUB at the plate
      * when VEHICLEMST is on hand, otherwise the category is not
      * known and only the expiry is checked.
       VALIDA-CNH.
            MOVE SPACE TO WS-CAT-EXIGIDA.
            IF WS-TEM-VEHICLEMST = 'S'
                MOVE WS-PLC-CATEGORIA(WS-PLC-SUB) TO WS-CAT-EXIGIDA
            END-IF
            IF WS-MOT-CATEGORIA(WS-MOT-SUB)(1:1) = 'A'
                MOVE WS-MOT-CATEGORIA(WS-MOT-SUB)(2:1)
                    TO WS-CAT-MOTORISTA
            ELSE
                MOVE WS-MOT-CATEGORIA(WS-MOT-SUB)(1:1)
                    TO WS-CAT-MOTORISTA
            END-IF
            EVALUATE TRUE
             WHEN WS-MOT-VALIDADE(WS-MOT-SUB) = 0
                DISPLAY "MOTORISTA SEM CNH CADASTRADA (DRIVERMST) -"
      -             " RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN WS-MOT-VALIDADE(WS-MOT-SUB) < WS-DATA-ENTRADA
                DISPLAY "CNH VENCIDA EM "
      -             WS-MOT-VALIDADE(WS-MOT-SUB) " - RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN WS-CAT-EXIGIDA = 'A'
                    AND WS-MOT-CATEGORIA(WS-MOT-SUB)(1:1) NOT = 'A'
                DISPLAY "VEICULO EXIGE CNH A, MOTORISTA TEM "
      -             WS-MOT-CATEGORIA(WS-MOT-SUB) " - RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN WS-CAT-EXIGIDA >= 'B' AND WS-CAT-EXIGIDA <= 'E'
                    AND (WS-CAT-MOTORISTA < WS-CAT-EXIGIDA
                    OR WS-CAT-MOTORISTA > 'E')
                DISPLAY "VEICULO EXIGE CNH " WS-CAT-EXIGIDA
      -             ", MOTORISTA TEM "
      -             WS-MOT-CATEGORIA(WS-MOT-SUB) " - RECUSADO"
                MOVE 'N' TO WS-VALIDO
             WHEN WS-CAT-EXIGIDA >= 'C' AND WS-CAT-EXIGIDA <= 'E'
                    AND WS-MOT-TOXICO(WS-MOT-SUB) < WS-DATA-ENTRADA
                DISPLAY "EXAME TOXICOLOGICO VENCIDO EM "
      -             WS-MOT-TOXICO(WS-MOT-SUB) " - RECUSADO"
                MOVE 'N' TO WS-VALIDO
            END-EVALUATE.

       CARREGA-VEICULOS.
            MOVE 'S' TO WS-TEM-VEHICLEMST.
            MOVE 'N' TO WS-EOF-ARQ.
                            ADD 1 TO WS-PLC-TOTAL
                            MOVE VM-PLACA TO
                                WS-PLC-PLACA(WS-PLC-TOTAL)
                            MOVE VM-CATEGORIA-CNH TO
                                WS-PLC-CATEGORIA(WS-PLC-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
                        IF WS-MOT-TOTAL < 50
                            ADD 1 TO WS-MOT-TOTAL
                            MOVE DR-ID TO WS-MOT-ID(WS-MOT-TOTAL)
                            MOVE DR-NOME TO
                                WS-MOT-NOME(WS-MOT-TOTAL)
                            MOVE DR-CNH-NUMERO TO
                                WS-MOT-CNH(WS-MOT-TOTAL)
                            MOVE DR-CNH-CATEGORIA TO
                                WS-MOT-CATEGORIA(WS-MOT-TOTAL)
                            IF DR-CNH-VALIDADE IS NUMERIC
                                MOVE DR-CNH-VALIDADE TO
                                    WS-MOT-VALIDADE(WS-MOT-TOTAL)
                            ELSE
                                MOVE 0 TO
                                    WS-MOT-VALIDADE(WS-MOT-TOTAL)
                            END-IF
                            IF DR-TOXICO-VALIDADE IS NUMERIC
                                MOVE DR-TOXICO-VALIDADE TO
                                    WS-MOT-TOXICO(WS-MOT-TOTAL)
                            ELSE
                                MOVE 0 TO
                                    WS-MOT-TOXICO(WS-MOT-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
                CLOSE SUSPENSION-REPORT-FILE
            END-IF.

       CARREGA-DOCUMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT VEHICLE-DOCUMENT-FILE.
            IF WS-FS-VEHDOCS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ VEHICLE-DOCUMENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF (VD-TIPO = 'L' OR VD-TIPO = 'S')
                                AND WS-DOC-TOTAL < 100
                            ADD 1 TO WS-DOC-TOTAL
                            MOVE VD-PLACA TO
                                WS-DOC-PLACA(WS-DOC-TOTAL)
                            MOVE VD-TIPO TO WS-DOC-TIPO(WS-DOC-TOTAL)
                            MOVE VD-VALIDADE TO
                                WS-DOC-VALIDADE(WS-DOC-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-VEHDOCS = "10"
                CLOSE VEHICLE-DOCUMENT-FILE
            END-IF.

       RECONCILIA-VIAGENS.
            OPEN OUTPUT RECONCILE-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            MOVE WS-LINHA TO RECONCILE-REPORT-RECORD.
            WRITE RECONCILE-REPORT-RECORD.

      * Monthly run: each driver's CNH, and the toxicology exam for
      * C/D/E holders, falling due up to 45 days past the business
      * date (or already lapsed). The manager gets the whole list
      * on CNHVENC; each driver gets a notice on CNHAVISO to be
      * handed out with the payslip.
       AVISA-VENCIMENTOS-CNH.
            PERFORM CARREGA-MOTORISTAS.
            IF WS-TEM-DRIVERMST = 'N'
                DISPLAY "DRIVERMST NAO ENCONTRADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 'J' TO WS-DS-FUNCAO
                MOVE WS-DATA-REF TO WS-DS-DATA
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                ADD WS-JANELA-DIAS TO WS-DS-DIAS
                MOVE 'D' TO WS-DS-FUNCAO
                CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                    WS-DS-DATA-2 WS-DS-DIAS
                MOVE WS-DS-DATA TO WS-DATA-LIMITE
                OPEN OUTPUT LICENSE-REPORT-FILE
                OPEN OUTPUT LICENSE-NOTICE-FILE
                MOVE SPACES TO WS-LINHA
                STRING "CNH E EXAME TOXICOLOGICO - VENCIDOS E A"
                    " VENCER ATE " WS-DATA-LIMITE
                    " (REF " WS-DATA-REF ")"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-CNH
                PERFORM VARYING WS-MOT-SUB FROM 1 BY 1
                        UNTIL WS-MOT-SUB > WS-MOT-TOTAL
                    MOVE WS-MOT-VALIDADE(WS-MOT-SUB) TO WS-ITEM-DATA
                    MOVE "CNH" TO WS-ITEM-DESC
                    PERFORM AVISA-ITEM
                    IF WS-MOT-CATEGORIA(WS-MOT-SUB) NOT = "A "
                            AND WS-MOT-CATEGORIA(WS-MOT-SUB)
                                NOT = "B "
                            AND WS-MOT-CATEGORIA(WS-MOT-SUB)
                                NOT = "AB"
                        MOVE WS-MOT-TOXICO(WS-MOT-SUB)
                            TO WS-ITEM-DATA
                        MOVE "TOXICOLOGICO" TO WS-ITEM-DESC
                        PERFORM AVISA-ITEM
                    END-IF
                END-PERFORM
                MOVE SPACES TO WS-LINHA
                STRING "AVISOS: " WS-QTD-AVISOS
                    "  VENCIDOS: " WS-QTD-VENCIDOS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-CNH
                CLOSE LICENSE-REPORT-FILE
                CLOSE LICENSE-NOTICE-FILE
                IF WS-QTD-VENCIDOS > 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

      * A driver keyed before the CNH was captured has a zero date
      * and is listed as lapsed, so the gap gets filled.
       AVISA-ITEM.
            IF WS-ITEM-DATA <= WS-DATA-LIMITE
                ADD 1 TO WS-QTD-AVISOS
                IF WS-ITEM-DATA < WS-DATA-REF
                    MOVE "VENCIDO" TO WS-SITUACAO
                    ADD 1 TO WS-QTD-VENCIDOS
                ELSE
                    MOVE 'J' TO WS-DS-FUNCAO
                    MOVE WS-ITEM-DATA TO WS-DS-DATA
                    CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                        WS-DS-DATA-2 WS-DS-DIAS
                    MOVE WS-DS-DIAS TO WS-DIAS-RESTANTES
                    MOVE WS-DATA-REF TO WS-DS-DATA
                    CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                        WS-DS-DATA-2 WS-DS-DIAS
                    SUBTRACT WS-DS-DIAS FROM WS-DIAS-RESTANTES
                    MOVE WS-DIAS-RESTANTES TO WS-ED-DIAS
                    MOVE SPACES TO WS-SITUACAO
                    STRING WS-ED-DIAS " DIAS" DELIMITED BY SIZE
                        INTO WS-SITUACAO
                END-IF
                MOVE SPACES TO WS-LINHA
                STRING WS-MOT-ID(WS-MOT-SUB) " "
                    WS-MOT-NOME(WS-MOT-SUB) " " WS-ITEM-DESC " "
                    WS-MOT-CNH(WS-MOT-SUB) " "
                    WS-MOT-CATEGORIA(WS-MOT-SUB) " "
                    WS-ITEM-DATA " " WS-SITUACAO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-CNH
                MOVE SPACES TO LICENSE-NOTICE-RECORD
                STRING "AO MOTORISTA " WS-MOT-ID(WS-MOT-SUB) " "
                    WS-MOT-NOME(WS-MOT-SUB)
                    DELIMITED BY SIZE INTO LICENSE-NOTICE-RECORD
                WRITE LICENSE-NOTICE-RECORD
                MOVE SPACES TO LICENSE-NOTICE-RECORD
                IF WS-SITUACAO = "VENCIDO"
                    STRING "VENCIDO: " WS-ITEM-DESC " EM "
                        WS-ITEM-DATA " - VOCE NAO PODE SER ESCALADO"
                        " ATE REGULARIZAR"
                        DELIMITED BY SIZE INTO LICENSE-NOTICE-RECORD
                ELSE
                    STRING "VENCIMENTO: " WS-ITEM-DESC " EM "
                        WS-ITEM-DATA " (" WS-SITUACAO
                        ") - PROVIDENCIE A RENOVACAO"
                        DELIMITED BY SIZE INTO LICENSE-NOTICE-RECORD
                END-IF
                WRITE LICENSE-NOTICE-RECORD
                MOVE SPACES TO LICENSE-NOTICE-RECORD
                WRITE LICENSE-NOTICE-RECORD
            END-IF.

       GRAVA-LINHA-CNH.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO LICENSE-REPORT-RECORD.
            WRITE LICENSE-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".
