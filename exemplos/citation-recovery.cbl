      ******************************************************************
      * Author:
      * Date:
      * Purpose: driver nomination and payroll recovery of traffic
      *          fines. Each CITATIONS fine not yet on CITRECOV is
      *          matched to the plate its driver had that day -
      *          from TRIPLOG, or from DISPATCH when no trip was
      *          logged - and, while the 30-day nomination deadline
      *          still runs, the driver-nomination form goes to
      *          CITINDIC for the driver and the owner to sign. A
      *          fine with no trip behind it, or whose deadline was
      *          already lost, is written off. Nominated fines are
      *          followed until they close: an overturned appeal
      *          cancels them, and once CITPAY shows the company
      *          paid, the PARAMCTL policy decides - when the driver
      *          is liable the amount goes on ADVANCES as an
      *          installment deduction of origin 'M' that PAYCLOSE
      *          recovers like any advance; otherwise it is written
      *          off. CITRECRPT lists what was nominated, recovered,
      *          written off and cancelled, run and to date; RC 4
      *          when a nomination deadline was lost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CITATIONS-FILE ASSIGN TO "CITATIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITATIONS.
           SELECT CITATION-RECOVERY-FILE ASSIGN TO "CITRECOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITRECOV.
           SELECT TRIP-LOG-FILE ASSIGN TO "TRIPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRIPLOG.
           SELECT DISPATCH-FILE ASSIGN TO "DISPATCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DISPATCH.
           SELECT DRIVER-MASTER-FILE ASSIGN TO "DRIVERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DRIVERMST.
           SELECT CITATION-PAY-FILE ASSIGN TO "CITPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CITPAY.
           SELECT APPEALS-FILE ASSIGN TO "APPEALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPEALS.
           SELECT PARAM-CONTROL-FILE ASSIGN TO "PARAMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCTL.
           SELECT ADVANCES-FILE ASSIGN TO "ADVANCES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ADVANCES.
           SELECT NOMINATION-FORM-FILE ASSIGN TO "CITINDIC"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "CITRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CITATIONS-FILE.
       01  CITATIONS-RECORD.
           05 CT-MOTORISTA-ID       PIC X(10).
           05 CT-DELIM-1            PIC X(1).
           05 CT-EXCESSO            PIC 9(4).
           05 CT-DELIM-2            PIC X(1).
           05 CT-MULTA              PIC 9(6)V99.
           05 CT-DELIM-3            PIC X(1).
           05 CT-DATA               PIC 9(8).

       FD  CITATION-RECOVERY-FILE.
           COPY "citrecov.cpy".

       FD  TRIP-LOG-FILE.
       01  TRIP-LOG-RECORD.
           05 TL-PLACA              PIC X(10).
           05 TL-DELIM-1            PIC X(1).
           05 TL-DISTANCIA          PIC 9(4).
           05 TL-DELIM-2            PIC X(1).
           05 TL-QTD-LITRO          PIC 9(4).
           05 TL-DELIM-3            PIC X(1).
           05 TL-CUSTO              PIC 9(4).
           05 TL-DELIM-4            PIC X(1).
           05 TL-MOTORISTA          PIC X(10).
           05 TL-DELIM-5            PIC X(1).
           05 TL-DATA               PIC 9(8).

       FD  DISPATCH-FILE.
       01  DISPATCH-RECORD.
           05 DP-DATA               PIC 9(8).
           05 DP-DELIM-1            PIC X(1).
           05 DP-PLACA              PIC X(10).
           05 DP-DELIM-2            PIC X(1).
           05 DP-MOTORISTA          PIC X(10).
           05 DP-DELIM-3            PIC X(1).
           05 DP-DISTANCIA-PREV     PIC 9(4).

       FD  DRIVER-MASTER-FILE.
       01  DRIVER-MASTER-RECORD.
           05 DR-ID                 PIC X(10).
           05 DR-DELIM-1            PIC X(1).
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

       FD  CITATION-PAY-FILE.
       01  CITATION-PAY-RECORD.
           05 CP-MOTORISTA          PIC X(10).
           05 CP-DELIM-1            PIC X(1).
           05 CP-DATA-CITACAO       PIC 9(8).
           05 CP-DELIM-2            PIC X(1).
           05 CP-DATA-PAGTO         PIC 9(8).
           05 CP-DELIM-3            PIC X(1).
           05 CP-VALOR              PIC 9(6)V99.

       FD  APPEALS-FILE.
           COPY "appeal.cpy".

       FD  PARAM-CONTROL-FILE.
           COPY "paramctl.cpy".

       FD  ADVANCES-FILE.
           COPY "advance.cpy".

       FD  NOMINATION-FORM-FILE.
       01  NOMINATION-FORM-RECORD   PIC X(80).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD   PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-CITATIONS PIC X(2).
           77 WS-FS-CITRECOV PIC X(2).
           77 WS-FS-TRIPLOG PIC X(2).
           77 WS-FS-DISPATCH PIC X(2).
           77 WS-FS-DRIVERMST PIC X(2).
           77 WS-FS-CITPAY PIC X(2).
           77 WS-FS-APPEALS PIC X(2).
           77 WS-FS-PARAMCTL PIC X(2).
           77 WS-FS-ADVANCES PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
      * Policy defaults when PARAMCTL does not carry it: the driver
      * is not charged and every paid fine is written off.
           77 WS-MULTA-DESCONTO PIC X(1) VALUE 'N'.
           77 WS-MULTA-PARCELAS PIC 9(2) VALUE 3.
      * The recovery state, one entry per citation ever seen.
      * WS-CRT-EVENTO marks the entries this run opened or moved,
      * which are the ones the run sections of the report list.
           01 WS-TABELA-RECUPERACAO.
               05 WS-CRT-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-CRT-IX.
                   10 WS-CRT-MOTORISTA  PIC X(10).
                   10 WS-CRT-DATA-CIT   PIC 9(8).
                   10 WS-CRT-PLACA      PIC X(10).
                   10 WS-CRT-MULTA      PIC 9(6)V99.
                   10 WS-CRT-PRAZO      PIC 9(8).
                   10 WS-CRT-SITUACAO   PIC X(1).
                   10 WS-CRT-MOTIVO     PIC X(4).
                   10 WS-CRT-VALOR      PIC 9(6)V99.
                   10 WS-CRT-DATA-SIT   PIC 9(8).
                   10 WS-CRT-EVENTO     PIC X(1).
           77 WS-CRT-TOTAL PIC 9(3) VALUE 0.
           77 WS-CRT-SUB PIC 9(3).
           77 WS-CRT-ACHOU PIC X(1).
           77 WS-CRT-ESTOUROU PIC X(1) VALUE 'N'.
      * Who had which plate on which day: TRIPLOG entries are
      * loaded first so a logged trip wins over the dispatch plan.
           01 WS-TABELA-VIAGENS.
               05 WS-VIA-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-VIA-IX.
                   10 WS-VIA-MOTORISTA  PIC X(10).
                   10 WS-VIA-DATA       PIC 9(8).
                   10 WS-VIA-PLACA      PIC X(10).
           77 WS-VIA-TOTAL PIC 9(3) VALUE 0.
           77 WS-VIA-SUB PIC 9(3).
           77 WS-VIA-ACHOU PIC X(1).
           01 WS-TABELA-MOTORISTAS.
               05 WS-MOT-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-MOT-IX.
                   10 WS-MOT-ID         PIC X(10).
                   10 WS-MOT-NOME       PIC X(20).
                   10 WS-MOT-EMP        PIC X(10).
                   10 WS-MOT-CNH        PIC X(11).
                   10 WS-MOT-CATEGORIA  PIC X(2).
                   10 WS-MOT-VALIDADE   PIC 9(8).
           77 WS-MOT-TOTAL PIC 9(3) VALUE 0.
           77 WS-MOT-SUB PIC 9(3).
           77 WS-MOT-ACHOU PIC X(1).
           01 WS-TABELA-PAGTOS.
               05 WS-PAG-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-PAG-IX.
                   10 WS-PAG-MOTORISTA  PIC X(10).
                   10 WS-PAG-DATA-CIT   PIC 9(8).
                   10 WS-PAG-VALOR      PIC 9(6)V99.
           77 WS-PAG-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAG-SUB PIC 9(3).
           77 WS-PAGA PIC X(1).
           01 WS-TABELA-RECURSOS.
               05 WS-RCR-ENTRADA OCCURS 100 TIMES
                       INDEXED BY WS-RCR-IX.
                   10 WS-RCR-MOTORISTA  PIC X(10).
                   10 WS-RCR-DATA-CIT   PIC 9(8).
                   10 WS-RCR-STATUS     PIC X(1).
           77 WS-RCR-TOTAL PIC 9(3) VALUE 0.
           77 WS-RCR-SUB PIC 9(3).
           77 WS-RECURSO-SITUACAO PIC X(1).
           77 WS-ADV-ABERTO PIC X(1) VALUE 'N'.
           77 WS-PARCELA PIC 9(6)V99.
           77 WS-VALOR-PAGO PIC 9(6)V99.
           77 WS-QTD-NOVAS PIC 9(5) VALUE 0.
           77 WS-QTD-PRAZO-PERDIDO PIC 9(5) VALUE 0.
           77 WS-SECAO-SITUACAO PIC X(1).
           77 WS-SECAO-TITULO PIC X(40).
           77 WS-QTD-EXECUCAO PIC 9(5).
           77 WS-VAL-EXECUCAO PIC 9(8)V99.
           77 WS-QTD-ACUMULADO PIC 9(5).
           77 WS-VAL-ACUMULADO PIC 9(8)V99.
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
           77 WS-LINHA PIC X(100).
           77 WS-LINHA-FORM PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "CITRECOV".

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
            PERFORM CARREGA-RECUPERACOES
      * Rewriting a state file that did not fit the table would
      * drop the citations past the limit.
            IF WS-CRT-ESTOUROU = 'S'
                DISPLAY "CITRECOV EXCEDE 200 CITACOES - NADA FEITO"
                MOVE 8 TO RETURN-CODE
                MOVE "CITRECOV CHEIO - ABORTADO" TO WS-AUDIT-RESUMO
                PERFORM GRAVA-AUDITORIA
                GOBACK
            END-IF
            PERFORM LE-POLITICA-MULTA
            PERFORM CARREGA-VIAGENS
            PERFORM CARREGA-MOTORISTAS
            PERFORM CARREGA-PAGAMENTOS
            PERFORM CARREGA-RECURSOS
            OPEN OUTPUT NOMINATION-FORM-FILE
            PERFORM PROCESSA-CITACOES
            CLOSE NOMINATION-FORM-FILE
            PERFORM ACOMPANHA-INDICACOES
            IF WS-ADV-ABERTO = 'S'
                CLOSE ADVANCES-FILE
            END-IF
            PERFORM REGRAVA-RECUPERACOES
            PERFORM GRAVA-RELATORIO
            IF WS-QTD-PRAZO-PERDIDO > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE "RECUPERACAO DE MULTAS" TO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.

       CARREGA-RECUPERACOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CITATION-RECOVERY-FILE.
            IF WS-FS-CITRECOV NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CITATION-RECOVERY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-CRT-TOTAL < 200
                            ADD 1 TO WS-CRT-TOTAL
                            MOVE CR-MOTORISTA TO
                                WS-CRT-MOTORISTA(WS-CRT-TOTAL)
                            MOVE CR-DATA-CITACAO TO
                                WS-CRT-DATA-CIT(WS-CRT-TOTAL)
                            MOVE CR-PLACA TO
                                WS-CRT-PLACA(WS-CRT-TOTAL)
                            MOVE CR-MULTA TO
                                WS-CRT-MULTA(WS-CRT-TOTAL)
                            MOVE CR-PRAZO TO
                                WS-CRT-PRAZO(WS-CRT-TOTAL)
                            MOVE CR-SITUACAO TO
                                WS-CRT-SITUACAO(WS-CRT-TOTAL)
                            MOVE CR-MOTIVO TO
                                WS-CRT-MOTIVO(WS-CRT-TOTAL)
                            MOVE CR-VALOR TO
                                WS-CRT-VALOR(WS-CRT-TOTAL)
                            MOVE CR-DATA-SITUACAO TO
                                WS-CRT-DATA-SIT(WS-CRT-TOTAL)
                            MOVE 'N' TO WS-CRT-EVENTO(WS-CRT-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-CRT-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CITRECOV = "10"
                CLOSE CITATION-RECOVERY-FILE
            END-IF.

       LE-POLITICA-MULTA.
            OPEN INPUT PARAM-CONTROL-FILE.
            IF WS-FS-PARAMCTL = "00"
                READ PARAM-CONTROL-FILE
                    NOT AT END
                        IF PC-MULTA-PARCELAS IS NUMERIC
                                AND PC-MULTA-PARCELAS > 0
                            MOVE PC-MULTA-DESCONTO
                                TO WS-MULTA-DESCONTO
                            MOVE PC-MULTA-PARCELAS
                                TO WS-MULTA-PARCELAS
                        END-IF
                END-READ
                CLOSE PARAM-CONTROL-FILE
            END-IF.

       CARREGA-VIAGENS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT TRIP-LOG-FILE.
            IF WS-FS-TRIPLOG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ TRIP-LOG-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-VIA-TOTAL < 500
                            ADD 1 TO WS-VIA-TOTAL
                            MOVE TL-MOTORISTA TO
                                WS-VIA-MOTORISTA(WS-VIA-TOTAL)
                            MOVE TL-DATA TO
                                WS-VIA-DATA(WS-VIA-TOTAL)
                            MOVE TL-PLACA TO
                                WS-VIA-PLACA(WS-VIA-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TRIPLOG = "10"
                CLOSE TRIP-LOG-FILE
            END-IF
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DISPATCH-FILE.
            IF WS-FS-DISPATCH NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DISPATCH-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-VIA-TOTAL < 500
                            ADD 1 TO WS-VIA-TOTAL
                            MOVE DP-MOTORISTA TO
                                WS-VIA-MOTORISTA(WS-VIA-TOTAL)
                            MOVE DP-DATA TO
                                WS-VIA-DATA(WS-VIA-TOTAL)
                            MOVE DP-PLACA TO
                                WS-VIA-PLACA(WS-VIA-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DISPATCH = "10"
                CLOSE DISPATCH-FILE
            END-IF.

       CARREGA-MOTORISTAS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT DRIVER-MASTER-FILE.
            IF WS-FS-DRIVERMST NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ DRIVER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-MOT-TOTAL < 100
                            ADD 1 TO WS-MOT-TOTAL
                            MOVE DR-ID TO WS-MOT-ID(WS-MOT-TOTAL)
                            MOVE DR-NOME TO
                                WS-MOT-NOME(WS-MOT-TOTAL)
                            MOVE DR-EMP-ID TO
                                WS-MOT-EMP(WS-MOT-TOTAL)
                            MOVE DR-CNH-NUMERO TO
                                WS-MOT-CNH(WS-MOT-TOTAL)
                            MOVE DR-CNH-CATEGORIA TO
                                WS-MOT-CATEGORIA(WS-MOT-TOTAL)
                            MOVE 0 TO WS-MOT-VALIDADE(WS-MOT-TOTAL)
                            IF DR-CNH-VALIDADE IS NUMERIC
                                MOVE DR-CNH-VALIDADE TO
                                    WS-MOT-VALIDADE(WS-MOT-TOTAL)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-DRIVERMST = "10"
                CLOSE DRIVER-MASTER-FILE
            END-IF.

       CARREGA-PAGAMENTOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CITATION-PAY-FILE.
            IF WS-FS-CITPAY NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CITATION-PAY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-PAG-TOTAL < 100
                            ADD 1 TO WS-PAG-TOTAL
                            MOVE CP-MOTORISTA TO
                                WS-PAG-MOTORISTA(WS-PAG-TOTAL)
                            MOVE CP-DATA-CITACAO TO
                                WS-PAG-DATA-CIT(WS-PAG-TOTAL)
                            MOVE CP-VALOR TO
                                WS-PAG-VALOR(WS-PAG-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CITPAY = "10"
                CLOSE CITATION-PAY-FILE
            END-IF.

       CARREGA-RECURSOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT APPEALS-FILE.
            IF WS-FS-APPEALS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ APPEALS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-RCR-TOTAL < 100
                            ADD 1 TO WS-RCR-TOTAL
                            MOVE AP-MOTORISTA TO
                                WS-RCR-MOTORISTA(WS-RCR-TOTAL)
                            MOVE AP-DATA-CITACAO TO
                                WS-RCR-DATA-CIT(WS-RCR-TOTAL)
                            MOVE AP-STATUS TO
                                WS-RCR-STATUS(WS-RCR-TOTAL)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-APPEALS = "10"
                CLOSE APPEALS-FILE
            END-IF.

       PROCESSA-CITACOES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CITATIONS-FILE.
            IF WS-FS-CITATIONS NOT = "00"
                DISPLAY "CITATIONS NAO ENCONTRADO"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CITATIONS-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        PERFORM PROCESSA-CITACAO
                END-READ
            END-PERFORM.
            IF WS-FS-CITATIONS = "10"
                CLOSE CITATIONS-FILE
            END-IF.

      * Only citations CITRECOV has not seen yet are opened; the
      * ones already on file move on in ACOMPANHA-INDICACOES.
       PROCESSA-CITACAO.
            MOVE 'N' TO WS-CRT-ACHOU.
            PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
                    UNTIL WS-CRT-SUB > WS-CRT-TOTAL
                    OR WS-CRT-ACHOU = 'S'
                IF WS-CRT-MOTORISTA(WS-CRT-SUB) = CT-MOTORISTA-ID
                        AND WS-CRT-DATA-CIT(WS-CRT-SUB) = CT-DATA
                    MOVE 'S' TO WS-CRT-ACHOU
                END-IF
            END-PERFORM.
            IF WS-CRT-ACHOU = 'N'
                IF WS-CRT-TOTAL < 200
                    PERFORM ABRE-RECUPERACAO
                ELSE
                    DISPLAY "CITRECOV CHEIO - CITACAO " CT-MOTORISTA-ID
      -                 " " CT-DATA " FICA PARA A PROXIMA EXECUCAO"
                END-IF
            END-IF.

      * The nomination deadline runs 30 days from the citation. A
      * driver with no trip or dispatch on that day cannot be
      * nominated, and a deadline already gone leaves the fine with
      * the company; both are written off on the spot.
       ABRE-RECUPERACAO.
            ADD 1 TO WS-CRT-TOTAL.
            ADD 1 TO WS-QTD-NOVAS.
            MOVE WS-CRT-TOTAL TO WS-CRT-SUB.
            MOVE CT-MOTORISTA-ID TO WS-CRT-MOTORISTA(WS-CRT-SUB).
            MOVE CT-DATA TO WS-CRT-DATA-CIT(WS-CRT-SUB).
            MOVE CT-MULTA TO WS-CRT-MULTA(WS-CRT-SUB).
            MOVE CT-MULTA TO WS-CRT-VALOR(WS-CRT-SUB).
            MOVE SPACES TO WS-CRT-MOTIVO(WS-CRT-SUB).
            MOVE WS-DATA-REF TO WS-CRT-DATA-SIT(WS-CRT-SUB).
            MOVE 'S' TO WS-CRT-EVENTO(WS-CRT-SUB).
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE CT-DATA TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD 30 TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-CRT-PRAZO(WS-CRT-SUB).
            PERFORM BUSCA-PLACA.
            EVALUATE TRUE
             WHEN WS-VIA-ACHOU = 'N'
                MOVE SPACES TO WS-CRT-PLACA(WS-CRT-SUB)
                MOVE 'B' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                MOVE "SVIA" TO WS-CRT-MOTIVO(WS-CRT-SUB)
             WHEN WS-CRT-PRAZO(WS-CRT-SUB) < WS-DATA-REF
                MOVE 'B' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                MOVE "PRZO" TO WS-CRT-MOTIVO(WS-CRT-SUB)
                ADD 1 TO WS-QTD-PRAZO-PERDIDO
             WHEN OTHER
                MOVE 'I' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                PERFORM EMITE-INDICACAO
            END-EVALUATE.

       BUSCA-PLACA.
            MOVE 'N' TO WS-VIA-ACHOU.
            PERFORM VARYING WS-VIA-SUB FROM 1 BY 1
                    UNTIL WS-VIA-SUB > WS-VIA-TOTAL
                    OR WS-VIA-ACHOU = 'S'
                IF WS-VIA-MOTORISTA(WS-VIA-SUB) = CT-MOTORISTA-ID
                        AND WS-VIA-DATA(WS-VIA-SUB) = CT-DATA
                    MOVE 'S' TO WS-VIA-ACHOU
                END-IF
            END-PERFORM.
            IF WS-VIA-ACHOU = 'S'
                SUBTRACT 1 FROM WS-VIA-SUB
                MOVE WS-VIA-PLACA(WS-VIA-SUB)
                    TO WS-CRT-PLACA(WS-CRT-SUB)
            END-IF.

       BUSCA-MOTORISTA.
            MOVE 'N' TO WS-MOT-ACHOU.
            PERFORM VARYING WS-MOT-SUB FROM 1 BY 1
                    UNTIL WS-MOT-SUB > WS-MOT-TOTAL
                    OR WS-MOT-ACHOU = 'S'
                IF WS-MOT-ID(WS-MOT-SUB) =
                        WS-CRT-MOTORISTA(WS-CRT-SUB)
                    MOVE 'S' TO WS-MOT-ACHOU
                END-IF
            END-PERFORM.
            IF WS-MOT-ACHOU = 'S'
                SUBTRACT 1 FROM WS-MOT-SUB
            END-IF.

      * The driver-nomination form: what the authority needs to
      * move the infraction to the driver's license, with room for
      * both signatures.
       EMITE-INDICACAO.
            PERFORM BUSCA-MOTORISTA.
            MOVE ALL "=" TO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.
            MOVE "FORMULARIO DE IDENTIFICACAO DO CONDUTOR INFRATOR"
                TO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.
            MOVE SPACES TO WS-LINHA-FORM.
            STRING "PLACA " WS-CRT-PLACA(WS-CRT-SUB)
                " DATA DA INFRACAO " WS-CRT-DATA-CIT(WS-CRT-SUB)
                " VALOR " WS-CRT-MULTA(WS-CRT-SUB)
                DELIMITED BY SIZE INTO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.
            MOVE SPACES TO WS-LINHA-FORM.
            STRING "PRAZO PARA INDICACAO " WS-CRT-PRAZO(WS-CRT-SUB)
                DELIMITED BY SIZE INTO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.
            MOVE SPACES TO WS-LINHA-FORM.
            IF WS-MOT-ACHOU = 'S'
                STRING "CONDUTOR " WS-CRT-MOTORISTA(WS-CRT-SUB)
                    " " WS-MOT-NOME(WS-MOT-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA-FORM
                PERFORM GRAVA-LINHA-FORM
                MOVE SPACES TO WS-LINHA-FORM
                STRING "CNH " WS-MOT-CNH(WS-MOT-SUB)
                    " CATEGORIA " WS-MOT-CATEGORIA(WS-MOT-SUB)
                    " VALIDADE " WS-MOT-VALIDADE(WS-MOT-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA-FORM
            ELSE
                STRING "CONDUTOR " WS-CRT-MOTORISTA(WS-CRT-SUB)
                    " NAO CADASTRADO - COMPLETAR CNH A MAO"
                    DELIMITED BY SIZE INTO WS-LINHA-FORM
            END-IF
            PERFORM GRAVA-LINHA-FORM.
            MOVE SPACES TO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.
            MOVE "ASSINATURA DO CONDUTOR....: ______________________"
                TO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.
            MOVE "ASSINATURA DO PROPRIETARIO: ______________________"
                TO WS-LINHA-FORM.
            PERFORM GRAVA-LINHA-FORM.

       GRAVA-LINHA-FORM.
            MOVE WS-LINHA-FORM TO NOMINATION-FORM-RECORD.
            WRITE NOMINATION-FORM-RECORD.

      * Nominated fines wait on the appeal and on the payment. An
      * overturned appeal cancels; a pending one holds everything.
      * Once the company has paid, policy decides who bears it.
       ACOMPANHA-INDICACOES.
            PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
                    UNTIL WS-CRT-SUB > WS-CRT-TOTAL
                IF WS-CRT-SITUACAO(WS-CRT-SUB) = 'I'
                    PERFORM ACOMPANHA-INDICACAO
                END-IF
            END-PERFORM.

       ACOMPANHA-INDICACAO.
            MOVE 'N' TO WS-RECURSO-SITUACAO.
            PERFORM VARYING WS-RCR-SUB FROM 1 BY 1
                    UNTIL WS-RCR-SUB > WS-RCR-TOTAL
                IF WS-RCR-MOTORISTA(WS-RCR-SUB) =
                        WS-CRT-MOTORISTA(WS-CRT-SUB)
                        AND WS-RCR-DATA-CIT(WS-RCR-SUB) =
                            WS-CRT-DATA-CIT(WS-CRT-SUB)
                    MOVE WS-RCR-STATUS(WS-RCR-SUB)
                        TO WS-RECURSO-SITUACAO
                END-IF
            END-PERFORM.
            IF WS-RECURSO-SITUACAO = 'O'
                MOVE 'C' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                MOVE WS-DATA-REF TO WS-CRT-DATA-SIT(WS-CRT-SUB)
                MOVE 'S' TO WS-CRT-EVENTO(WS-CRT-SUB)
            ELSE
                IF WS-RECURSO-SITUACAO NOT = 'P'
                    PERFORM VERIFICA-PAGAMENTO
                END-IF
            END-IF.

       VERIFICA-PAGAMENTO.
            MOVE 'N' TO WS-PAGA.
            PERFORM VARYING WS-PAG-SUB FROM 1 BY 1
                    UNTIL WS-PAG-SUB > WS-PAG-TOTAL
                    OR WS-PAGA = 'S'
                IF WS-PAG-MOTORISTA(WS-PAG-SUB) =
                        WS-CRT-MOTORISTA(WS-CRT-SUB)
                        AND WS-PAG-DATA-CIT(WS-PAG-SUB) =
                            WS-CRT-DATA-CIT(WS-CRT-SUB)
                    MOVE 'S' TO WS-PAGA
                    MOVE WS-PAG-VALOR(WS-PAG-SUB) TO WS-VALOR-PAGO
                END-IF
            END-PERFORM.
            IF WS-PAGA = 'S'
                MOVE WS-VALOR-PAGO TO WS-CRT-VALOR(WS-CRT-SUB)
                MOVE WS-DATA-REF TO WS-CRT-DATA-SIT(WS-CRT-SUB)
                MOVE 'S' TO WS-CRT-EVENTO(WS-CRT-SUB)
                PERFORM BUSCA-MOTORISTA
                EVALUATE TRUE
                 WHEN WS-MULTA-DESCONTO NOT = 'S'
                    MOVE 'B' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                    MOVE "POLI" TO WS-CRT-MOTIVO(WS-CRT-SUB)
                 WHEN WS-MOT-ACHOU = 'N'
                    MOVE 'B' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                    MOVE "SEMP" TO WS-CRT-MOTIVO(WS-CRT-SUB)
                 WHEN WS-MOT-EMP(WS-MOT-SUB) = SPACES
                    MOVE 'B' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                    MOVE "SEMP" TO WS-CRT-MOTIVO(WS-CRT-SUB)
                 WHEN OTHER
                    PERFORM GRAVA-DESCONTO-MULTA
                    MOVE 'R' TO WS-CRT-SITUACAO(WS-CRT-SUB)
                END-EVALUATE
            END-IF.

      * The charge-back rides on ADVANCES under the driver's
      * employee id, so PAYCLOSE takes it off net pay with the
      * same floor rules as an advance. The installment is rounded
      * up to the cent so the last one never leaves a stray cent.
       GRAVA-DESCONTO-MULTA.
            IF WS-ADV-ABERTO = 'N'
                OPEN EXTEND ADVANCES-FILE
                IF WS-FS-ADVANCES = "35"
                    OPEN OUTPUT ADVANCES-FILE
                END-IF
                MOVE 'S' TO WS-ADV-ABERTO
            END-IF
            COMPUTE WS-PARCELA ROUNDED =
                WS-VALOR-PAGO / WS-MULTA-PARCELAS.
            IF WS-PARCELA * WS-MULTA-PARCELAS < WS-VALOR-PAGO
                ADD 0.01 TO WS-PARCELA
            END-IF
            MOVE SPACES TO ADVANCE-LOAN-RECORD.
            MOVE WS-MOT-EMP(WS-MOT-SUB) TO AD-EMP-ID.
            MOVE WS-DATA-REF TO AD-DATA-CONCESSAO.
            MOVE WS-VALOR-PAGO TO AD-PRINCIPAL.
            MOVE WS-PARCELA TO AD-PARCELA.
            MOVE WS-VALOR-PAGO TO AD-SALDO.
            MOVE 'A' TO AD-STATUS.
            MOVE 'M' TO AD-ORIGEM.
            WRITE ADVANCE-LOAN-RECORD.

       REGRAVA-RECUPERACOES.
            OPEN OUTPUT CITATION-RECOVERY-FILE.
            PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
                    UNTIL WS-CRT-SUB > WS-CRT-TOTAL
                MOVE SPACES TO CITATION-RECOVERY-RECORD
                MOVE WS-CRT-MOTORISTA(WS-CRT-SUB) TO CR-MOTORISTA
                MOVE WS-CRT-DATA-CIT(WS-CRT-SUB) TO CR-DATA-CITACAO
                MOVE WS-CRT-PLACA(WS-CRT-SUB) TO CR-PLACA
                MOVE WS-CRT-MULTA(WS-CRT-SUB) TO CR-MULTA
                MOVE WS-CRT-PRAZO(WS-CRT-SUB) TO CR-PRAZO
                MOVE WS-CRT-SITUACAO(WS-CRT-SUB) TO CR-SITUACAO
                MOVE WS-CRT-MOTIVO(WS-CRT-SUB) TO CR-MOTIVO
                MOVE WS-CRT-VALOR(WS-CRT-SUB) TO CR-VALOR
                MOVE WS-CRT-DATA-SIT(WS-CRT-SUB) TO CR-DATA-SITUACAO
                WRITE CITATION-RECOVERY-RECORD
            END-PERFORM.
            CLOSE CITATION-RECOVERY-FILE.

      * One section per outcome: the citations this run moved into
      * it, then the run and to-date counts and values.
       GRAVA-RELATORIO.
            OPEN OUTPUT RECOVERY-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "RECUPERACAO DE MULTAS DE TRANSITO EM " WS-DATA-REF
                " - NOVAS CITACOES " WS-QTD-NOVAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 'I' TO WS-SECAO-SITUACAO.
            MOVE "INDICADAS (AGUARDANDO PAGAMENTO)"
                TO WS-SECAO-TITULO.
            PERFORM LISTA-SECAO.
            MOVE 'R' TO WS-SECAO-SITUACAO.
            MOVE "RECUPERADAS EM FOLHA" TO WS-SECAO-TITULO.
            PERFORM LISTA-SECAO.
            MOVE 'B' TO WS-SECAO-SITUACAO.
            MOVE "BAIXADAS (ABSORVIDAS PELA EMPRESA)"
                TO WS-SECAO-TITULO.
            PERFORM LISTA-SECAO.
            MOVE 'C' TO WS-SECAO-SITUACAO.
            MOVE "CANCELADAS POR RECURSO" TO WS-SECAO-TITULO.
            PERFORM LISTA-SECAO.
            IF WS-QTD-PRAZO-PERDIDO > 0
                MOVE SPACES TO WS-LINHA
                STRING "*** " WS-QTD-PRAZO-PERDIDO
                    " CITACAO(OES) COM PRAZO DE INDICACAO PERDIDO"
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            CLOSE RECOVERY-REPORT-FILE.

       LISTA-SECAO.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-SECAO-TITULO TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE 0 TO WS-QTD-EXECUCAO.
            MOVE 0 TO WS-VAL-EXECUCAO.
            MOVE 0 TO WS-QTD-ACUMULADO.
            MOVE 0 TO WS-VAL-ACUMULADO.
            PERFORM VARYING WS-CRT-SUB FROM 1 BY 1
                    UNTIL WS-CRT-SUB > WS-CRT-TOTAL
                IF WS-CRT-SITUACAO(WS-CRT-SUB) = WS-SECAO-SITUACAO
                    ADD 1 TO WS-QTD-ACUMULADO
                    ADD WS-CRT-VALOR(WS-CRT-SUB) TO WS-VAL-ACUMULADO
                    IF WS-CRT-EVENTO(WS-CRT-SUB) = 'S'
                        ADD 1 TO WS-QTD-EXECUCAO
                        ADD WS-CRT-VALOR(WS-CRT-SUB)
                            TO WS-VAL-EXECUCAO
                        PERFORM LISTA-ITEM
                    END-IF
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "  NESTA EXECUCAO " WS-QTD-EXECUCAO
                " VALOR " WS-VAL-EXECUCAO
                "   ATE HOJE " WS-QTD-ACUMULADO
                " VALOR " WS-VAL-ACUMULADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       LISTA-ITEM.
            MOVE SPACES TO WS-LINHA.
            STRING "  " WS-CRT-MOTORISTA(WS-CRT-SUB)
                " " WS-CRT-DATA-CIT(WS-CRT-SUB)
                " PLACA " WS-CRT-PLACA(WS-CRT-SUB)
                " PRAZO " WS-CRT-PRAZO(WS-CRT-SUB)
                " VALOR " WS-CRT-VALOR(WS-CRT-SUB)
                " " WS-CRT-MOTIVO(WS-CRT-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO RECOVERY-REPORT-RECORD.
            WRITE RECOVERY-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM CITRECOV.
