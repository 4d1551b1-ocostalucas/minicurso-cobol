      * Author:
      * Date:
      * Purpose:
      *          Mode 4 is the monthly epidemiological summary the
      *          municipal health department asks for: patients
      *          measured by age band and sex, by BMI class and out
      *          of the VITRANGES range per reading type, from each
      *          patient's latest reading in the month, set beside
      *          the same month a year earlier - printed on
      *          EPIRESUMO and exported fixed-layout on EPIEXPORT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VITAL-RANGES-FILE ASSIGN TO "VITRANGES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VITRANGES.
           SELECT EPIDEMIOLOGY-REPORT-FILE ASSIGN TO "EPIRESUMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EPIDEMIOLOGY-EXPORT-FILE ASSIGN TO "EPIEXPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           05 PT-NASCIMENTO         PIC 9(8).
           05 PT-DELIM-3            PIC X(1).
           05 PT-RISCO              PIC X(1).
           05 PT-DELIM-4            PIC X(1).
           05 PT-EMP-ID             PIC X(10).
           05 PT-DELIM-5            PIC X(1).
           05 PT-PAGADOR            PIC X(6).
           05 PT-DELIM-6            PIC X(1).
           05 PT-CARTEIRA           PIC X(20).
           05 PT-DELIM-7            PIC X(1).
           05 PT-SEXO               PIC X(1).

      * BH-TIPO types the reading: IMC, SIS (sistolica), DIA
      * (diastolica), GLI (glicemia). History written before the
           05 VR-DELIM-2            PIC X(1).
           05 VR-MAXIMO             PIC 9(3)V99.

       FD  EPIDEMIOLOGY-REPORT-FILE.
       01  EPIDEMIOLOGY-REPORT-RECORD PIC X(100).

       FD  EPIDEMIOLOGY-EXPORT-FILE.
           COPY "epiexp.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

           77 WS-VALOR-ENTRADA PIC 9(3)V99.
           77 WS-TIPO-LIDO PIC X(3).
           77 WS-FORA-FAIXA PIC X(1).
           77 WS-VALOR-LIDO PIC 9(3)V99.
           77 WS-SINAL-VALIDO PIC X(1).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "EXERCICIO18".
           77 WS-DATA-REF PIC 9(8).
           77 WS-COMPETENCIA-ENTRADA PIC X(6).
           77 WS-COMPETENCIA PIC 9(6).
           77 WS-COMP-ANO PIC 9(4).
           77 WS-COMP-MES PIC 9(2).
           77 WS-FIM-MES PIC 9(8).
           77 WS-RC-RESUMO PIC 9(1) VALUE 0.
      * The summary reads PATMASTER for sex and age; a patient keyed
      * before the sex was carried counts as I (ignorado), one not
      * on PATMASTER at all under the S/CAD age band.
           01 WS-TABELA-PACIENTES.
               05 WS-PAC-ENTRADA OCCURS 100 TIMES.
                   10 WS-PAC-ID         PIC X(10).
                   10 WS-PAC-NASC       PIC 9(8).
                   10 WS-PAC-SEXO       PIC X(1).
           77 WS-PAC-TOTAL PIC 9(3) VALUE 0.
           77 WS-PAC-SUB PIC 9(3).
           77 WS-PAC-ACHOU PIC X(1).
           77 WS-PAC-ESTOUROU PIC X(1) VALUE 'N'.
      * Each patient measured in the month with the latest reading of
      * each type, in WS-TIPO-SINAL order.
           01 WS-TABELA-MEDIDOS.
               05 WS-MED-ENTRADA OCCURS 200 TIMES.
                   10 WS-MED-PACIENTE   PIC X(10).
                   10 WS-MED-LEITURA OCCURS 4 TIMES.
                       15 WS-MED-DATA   PIC 9(8).
                       15 WS-MED-VALOR  PIC 9(3)V99.
           77 WS-MED-TOTAL PIC 9(3) VALUE 0.
           77 WS-MED-SUB PIC 9(3).
           77 WS-MED-ACHOU PIC X(1).
           77 WS-MED-ESTOUROU PIC X(1) VALUE 'N'.
      * Age bands by upper limit in whole years; the seventh band is
      * the patient not on PATMASTER.
           01 WS-LIMITES-IDADE VALUE "004014029044059999".
               05 WS-IDADE-LIMITE PIC 9(3) OCCURS 6 TIMES.
           01 WS-ROTULOS-IDADE.
               05 FILLER PIC X(6) VALUE "00-04".
               05 FILLER PIC X(6) VALUE "05-14".
               05 FILLER PIC X(6) VALUE "15-29".
               05 FILLER PIC X(6) VALUE "30-44".
               05 FILLER PIC X(6) VALUE "45-59".
               05 FILLER PIC X(6) VALUE "60+".
               05 FILLER PIC X(6) VALUE "S/CAD".
           01 WS-ROTULOS-IDADE-R REDEFINES WS-ROTULOS-IDADE.
               05 WS-IDADE-ROTULO PIC X(6) OCCURS 7 TIMES.
           77 WS-IDADE-SUB PIC 9(1).
      * BMI classes by the WHO adult cut-offs 18.5 / 25 / 30 / 35 /
      * 40.
           01 WS-LIMITES-IMC VALUE "0185002500030000350004000".
               05 WS-IMC-LIMITE PIC 9(3)V99 OCCURS 5 TIMES.
           01 WS-ROTULOS-IMC.
               05 FILLER PIC X(13) VALUE "BAIXO PESO".
               05 FILLER PIC X(13) VALUE "NORMAL".
               05 FILLER PIC X(13) VALUE "SOBREPESO".
               05 FILLER PIC X(13) VALUE "OBESIDADE I".
               05 FILLER PIC X(13) VALUE "OBESIDADE II".
               05 FILLER PIC X(13) VALUE "OBESIDADE III".
           01 WS-ROTULOS-IMC-R REDEFINES WS-ROTULOS-IMC.
               05 WS-IMC-ROTULO PIC X(13) OCCURS 6 TIMES.
           77 WS-IMC-SUB PIC 9(1).
           01 WS-ROTULOS-SEXO VALUE "MFI".
               05 WS-SEXO-ROTULO PIC X(1) OCCURS 3 TIMES.
           77 WS-SEXO-SUB PIC 9(1).
      * Period 1 is the month asked for, period 2 the same month a
      * year earlier.
           01 WS-TABELA-RESUMO.
               05 WS-RES-PERIODO OCCURS 2 TIMES.
                   10 WS-RES-COMPETENCIA PIC 9(6).
                   10 WS-RES-MEDIDOS    PIC 9(5).
                   10 WS-RES-FAIXA OCCURS 7 TIMES.
                       15 WS-RES-FAIXA-QTD PIC 9(5) OCCURS 3 TIMES.
                   10 WS-RES-IMC-QTD    PIC 9(5) OCCURS 6 TIMES.
                   10 WS-RES-MED-QTD    PIC 9(5) OCCURS 4 TIMES.
                   10 WS-RES-FORA-QTD   PIC 9(5) OCCURS 4 TIMES.
           77 WS-PER-SUB PIC 9(1).
           77 WS-LINHA PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "1 - CALCULAR IMC DE UM PACIENTE"
            DISPLAY "2 - RELATORIO DE TENDENCIA (BMIHIST)"
            DISPLAY "3 - REGISTRAR SINAL VITAL (PRESSAO/GLICEMIA)"
            DISPLAY "4 - RESUMO EPIDEMIOLOGICO MENSAL (EPIEXPORT)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM CALCULA-IMC
             WHEN 3 PERFORM REGISTRA-SINAL-VITAL
                     MOVE "MODO 3 - SINAL VITAL" TO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 4 PERFORM RESUMO-EPIDEMIOLOGICO
                     MOVE "MODO 4 - RESUMO EPIDEMIOLOGICO" TO
                         WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            GOBACK.
            PERFORM VARYING WS-FXA-SUB FROM 1 BY 1
                    UNTIL WS-FXA-SUB > WS-FXA-TOTAL
                IF WS-FXA-TIPO(WS-FXA-SUB) = WS-TIPO-LIDO
                    IF WS-VALOR-LIDO < WS-FXA-MINIMO(WS-FXA-SUB)
                            OR WS-VALOR-LIDO >
                                WS-FXA-MAXIMO(WS-FXA-SUB)
                        MOVE 'S' TO WS-FORA-FAIXA
                    END-IF
            END-IF.

       MOSTRA-UMA-LEITURA.
            MOVE BH-RESULTADO TO WS-VALOR-LIDO.
            PERFORM VERIFICA-FORA-FAIXA.
            IF WS-PRIMEIRO-REGISTRO = 'S'
                DISPLAY BH-DATA " " BH-RESULTADO
            END-IF
            MOVE BH-RESULTADO TO WS-RESULTADO-ANTERIOR.

      * The month asked for must be closed - ENTER takes the previous
      * one. Both periods are counted the same way so the year-ago
      * column is a like-for-like comparison.
       RESUMO-EPIDEMIOLOGICO.
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            DISPLAY "DIGITE A COMPETENCIA (AAAAMM, ENTER = MES "
      -         "ANTERIOR):"
            ACCEPT WS-COMPETENCIA-ENTRADA
            IF WS-COMPETENCIA-ENTRADA = SPACES
                MOVE WS-DATA-REF(1:4) TO WS-COMP-ANO
                MOVE WS-DATA-REF(5:2) TO WS-COMP-MES
                IF WS-COMP-MES = 1
                    MOVE 12 TO WS-COMP-MES
                    SUBTRACT 1 FROM WS-COMP-ANO
                ELSE
                    SUBTRACT 1 FROM WS-COMP-MES
                END-IF
                COMPUTE WS-COMPETENCIA = WS-COMP-ANO * 100
                    + WS-COMP-MES
            ELSE
                MOVE WS-COMPETENCIA-ENTRADA TO WS-COMPETENCIA
            END-IF
            MOVE 0 TO WS-RC-RESUMO
            EVALUATE TRUE
             WHEN WS-COMPETENCIA-ENTRADA NOT = SPACES
                     AND WS-COMPETENCIA-ENTRADA NOT NUMERIC
                DISPLAY "COMPETENCIA INVALIDA"
                MOVE 8 TO WS-RC-RESUMO
             WHEN WS-COMPETENCIA NOT < WS-DATA-REF(1:6)
                DISPLAY "COMPETENCIA AINDA NAO ENCERRADA: "
      -             WS-COMPETENCIA
                MOVE 8 TO WS-RC-RESUMO
             WHEN OTHER
                PERFORM CARREGA-PACIENTES
                PERFORM CARREGA-FAIXAS-REFERENCIA
                IF WS-PAC-ESTOUROU = 'S'
                    DISPLAY "PATMASTER EXCEDE 100 PACIENTES - "
      -                 "RESUMO SUSPENSO"
                    MOVE 8 TO WS-RC-RESUMO
                END-IF
            END-EVALUATE
            IF WS-RC-RESUMO = 0
                INITIALIZE WS-TABELA-RESUMO
                MOVE WS-COMPETENCIA TO WS-RES-COMPETENCIA(1)
                COMPUTE WS-RES-COMPETENCIA(2) = WS-COMPETENCIA - 100
                PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                        UNTIL WS-PER-SUB > 2 OR WS-RC-RESUMO > 0
                    PERFORM APURA-PERIODO
                END-PERFORM
            END-IF
            IF WS-RC-RESUMO = 0
                PERFORM IMPRIME-RESUMO
                PERFORM EXPORTA-RESUMO
            ELSE
                MOVE WS-RC-RESUMO TO RETURN-CODE
            END-IF.

       CARREGA-PACIENTES.
            MOVE 0 TO WS-PAC-TOTAL.
            MOVE 'N' TO WS-PAC-ESTOUROU.
            MOVE 'N' TO WS-EOF-PATMASTER.
            OPEN INPUT PATIENT-MASTER-FILE.
            IF WS-FS-PATMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-PATMASTER
            END-IF
            PERFORM UNTIL WS-EOF-PATMASTER = 'Y'
                READ PATIENT-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-PATMASTER
                    NOT AT END
                        IF WS-PAC-TOTAL < 100
                            ADD 1 TO WS-PAC-TOTAL
                            MOVE PT-ID TO WS-PAC-ID(WS-PAC-TOTAL)
                            MOVE 0 TO WS-PAC-NASC(WS-PAC-TOTAL)
                            IF PT-NASCIMENTO NUMERIC
                                MOVE PT-NASCIMENTO TO
                                    WS-PAC-NASC(WS-PAC-TOTAL)
                            END-IF
                            MOVE PT-SEXO TO WS-PAC-SEXO(WS-PAC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-PAC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-PATMASTER = "10"
                CLOSE PATIENT-MASTER-FILE
            END-IF.

      * One pass of BMIHIST per period keeps, per patient and type,
      * the latest reading of the month - on the same day the one
      * keyed last.
       APURA-PERIODO.
            MOVE 0 TO WS-MED-TOTAL.
            MOVE 'N' TO WS-MED-ESTOUROU.
            MOVE 'N' TO WS-EOF-BMIHIST.
            OPEN INPUT PATIENT-BMI-HISTORY-FILE.
            IF WS-FS-BMIHIST NOT = "00"
                MOVE 'Y' TO WS-EOF-BMIHIST
            END-IF
            PERFORM UNTIL WS-EOF-BMIHIST = 'Y'
                READ PATIENT-BMI-HISTORY-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-BMIHIST
                    NOT AT END
                        IF BH-DATA(1:6) =
                                WS-RES-COMPETENCIA(WS-PER-SUB)
                            PERFORM GUARDA-LEITURA-DO-MES
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-BMIHIST = "10"
                CLOSE PATIENT-BMI-HISTORY-FILE
            END-IF
            IF WS-MED-ESTOUROU = 'S'
                DISPLAY "MAIS DE 200 PACIENTES MEDIDOS EM "
      -             WS-RES-COMPETENCIA(WS-PER-SUB)
      -             " - RESUMO SUSPENSO"
                MOVE 8 TO WS-RC-RESUMO
            ELSE
                PERFORM CALCULA-FIM-DO-MES
                PERFORM VARYING WS-MED-SUB FROM 1 BY 1
                        UNTIL WS-MED-SUB > WS-MED-TOTAL
                    PERFORM CONTA-PACIENTE-MEDIDO
                END-PERFORM
            END-IF.

       GUARDA-LEITURA-DO-MES.
            MOVE BH-TIPO TO WS-TIPO-LIDO.
            IF WS-TIPO-LIDO = SPACES
                MOVE "IMC" TO WS-TIPO-LIDO
            END-IF
            MOVE 1 TO WS-TIPO-SUB.
            PERFORM UNTIL WS-TIPO-SUB > 4
                    OR WS-TIPO-SINAL(WS-TIPO-SUB) = WS-TIPO-LIDO
                ADD 1 TO WS-TIPO-SUB
            END-PERFORM.
            IF WS-TIPO-SUB <= 4
                MOVE 'N' TO WS-MED-ACHOU
                PERFORM VARYING WS-MED-SUB FROM 1 BY 1
                        UNTIL WS-MED-SUB > WS-MED-TOTAL
                        OR WS-MED-ACHOU = 'S'
                    IF WS-MED-PACIENTE(WS-MED-SUB) = BH-PACIENTE-ID
                        MOVE 'S' TO WS-MED-ACHOU
                        SUBTRACT 1 FROM WS-MED-SUB
                    END-IF
                END-PERFORM
                IF WS-MED-ACHOU = 'N'
                    IF WS-MED-TOTAL < 200
                        ADD 1 TO WS-MED-TOTAL
                        MOVE WS-MED-TOTAL TO WS-MED-SUB
                        INITIALIZE WS-MED-ENTRADA(WS-MED-SUB)
                        MOVE BH-PACIENTE-ID TO
                            WS-MED-PACIENTE(WS-MED-SUB)
                        MOVE 'S' TO WS-MED-ACHOU
                    ELSE
                        MOVE 'S' TO WS-MED-ESTOUROU
                    END-IF
                END-IF
                IF WS-MED-ACHOU = 'S'
                        AND BH-DATA >=
                            WS-MED-DATA(WS-MED-SUB WS-TIPO-SUB)
                    MOVE BH-DATA TO
                        WS-MED-DATA(WS-MED-SUB WS-TIPO-SUB)
                    MOVE BH-RESULTADO TO
                        WS-MED-VALOR(WS-MED-SUB WS-TIPO-SUB)
                END-IF
            END-IF.

      * Ages are taken on the last day of the month counted.
       CALCULA-FIM-DO-MES.
            MOVE WS-RES-COMPETENCIA(WS-PER-SUB)(1:4) TO WS-COMP-ANO.
            MOVE WS-RES-COMPETENCIA(WS-PER-SUB)(5:2) TO WS-COMP-MES.
            IF WS-COMP-MES = 12
                MOVE 1 TO WS-COMP-MES
                ADD 1 TO WS-COMP-ANO
            ELSE
                ADD 1 TO WS-COMP-MES
            END-IF
            COMPUTE WS-DS-DATA = WS-COMP-ANO * 10000
                + WS-COMP-MES * 100 + 1.
            MOVE 'J' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            SUBTRACT 1 FROM WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-FIM-MES.

       CONTA-PACIENTE-MEDIDO.
            ADD 1 TO WS-RES-MEDIDOS(WS-PER-SUB).
            MOVE 'N' TO WS-PAC-ACHOU.
            PERFORM VARYING WS-PAC-SUB FROM 1 BY 1
                    UNTIL WS-PAC-SUB > WS-PAC-TOTAL
                    OR WS-PAC-ACHOU = 'S'
                IF WS-PAC-ID(WS-PAC-SUB) = WS-MED-PACIENTE(WS-MED-SUB)
                    MOVE 'S' TO WS-PAC-ACHOU
                    SUBTRACT 1 FROM WS-PAC-SUB
                END-IF
            END-PERFORM.
            MOVE 3 TO WS-SEXO-SUB.
            MOVE 7 TO WS-IDADE-SUB.
            IF WS-PAC-ACHOU = 'S'
                IF WS-PAC-SEXO(WS-PAC-SUB) = 'M'
                    MOVE 1 TO WS-SEXO-SUB
                END-IF
                IF WS-PAC-SEXO(WS-PAC-SUB) = 'F'
                    MOVE 2 TO WS-SEXO-SUB
                END-IF
                IF WS-PAC-NASC(WS-PAC-SUB) > 0
                    MOVE 'E' TO WS-DS-FUNCAO
                    MOVE WS-FIM-MES TO WS-DS-DATA
                    MOVE WS-PAC-NASC(WS-PAC-SUB) TO WS-DS-DATA-2
                    CALL "DATESERV" USING WS-DS-FUNCAO
                        WS-DS-DATA WS-DS-DATA-2 WS-DS-DIAS
                    MOVE 0 TO WS-IDADE-PACIENTE
                    IF WS-DS-DIAS > 0
                        COMPUTE WS-IDADE-PACIENTE = WS-DS-DIAS / 365
                    END-IF
                    MOVE 1 TO WS-IDADE-SUB
                    PERFORM UNTIL WS-IDADE-SUB > 5
                            OR WS-IDADE-PACIENTE <=
                                WS-IDADE-LIMITE(WS-IDADE-SUB)
                        ADD 1 TO WS-IDADE-SUB
                    END-PERFORM
                END-IF
            END-IF
            ADD 1 TO WS-RES-FAIXA-QTD(WS-PER-SUB WS-IDADE-SUB
                WS-SEXO-SUB).
            PERFORM VARYING WS-TIPO-SUB FROM 1 BY 1
                    UNTIL WS-TIPO-SUB > 4
                IF WS-MED-DATA(WS-MED-SUB WS-TIPO-SUB) > 0
                    PERFORM CONTA-LEITURA-MEDIDA
                END-IF
            END-PERFORM.

       CONTA-LEITURA-MEDIDA.
            ADD 1 TO WS-RES-MED-QTD(WS-PER-SUB WS-TIPO-SUB).
            MOVE WS-TIPO-SINAL(WS-TIPO-SUB) TO WS-TIPO-LIDO.
            MOVE WS-MED-VALOR(WS-MED-SUB WS-TIPO-SUB) TO WS-VALOR-LIDO.
            PERFORM VERIFICA-FORA-FAIXA.
            IF WS-FORA-FAIXA = 'S'
                ADD 1 TO WS-RES-FORA-QTD(WS-PER-SUB WS-TIPO-SUB)
            END-IF
            IF WS-TIPO-LIDO = "IMC"
                MOVE 1 TO WS-IMC-SUB
                PERFORM UNTIL WS-IMC-SUB > 5
                        OR WS-VALOR-LIDO < WS-IMC-LIMITE(WS-IMC-SUB)
                    ADD 1 TO WS-IMC-SUB
                END-PERFORM
                ADD 1 TO WS-RES-IMC-QTD(WS-PER-SUB WS-IMC-SUB)
            END-IF.

       IMPRIME-RESUMO.
            OPEN OUTPUT EPIDEMIOLOGY-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "RESUMO EPIDEMIOLOGICO - COMPETENCIA "
                WS-RES-COMPETENCIA(1) " (ANO ANTERIOR: "
                WS-RES-COMPETENCIA(2) ")"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            MOVE SPACES TO WS-LINHA.
            STRING "PACIENTES MEDIDOS NO MES: " WS-RES-MEDIDOS(1)
                "   ANO ANTERIOR: " WS-RES-MEDIDOS(2)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            MOVE "FAIXA   MASC   FEM   N/I  | ANO ANT: MASC   FEM   N/I"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            PERFORM VARYING WS-IDADE-SUB FROM 1 BY 1
                    UNTIL WS-IDADE-SUB > 7
                MOVE SPACES TO WS-LINHA
                STRING WS-IDADE-ROTULO(WS-IDADE-SUB) " "
                    WS-RES-FAIXA-QTD(1 WS-IDADE-SUB 1) " "
                    WS-RES-FAIXA-QTD(1 WS-IDADE-SUB 2) " "
                    WS-RES-FAIXA-QTD(1 WS-IDADE-SUB 3)
                    " |          "
                    WS-RES-FAIXA-QTD(2 WS-IDADE-SUB 1) " "
                    WS-RES-FAIXA-QTD(2 WS-IDADE-SUB 2) " "
                    WS-RES-FAIXA-QTD(2 WS-IDADE-SUB 3)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-RESUMO
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            MOVE "CLASSE DE IMC  PACIENTES | ANO ANT" TO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            PERFORM VARYING WS-IMC-SUB FROM 1 BY 1
                    UNTIL WS-IMC-SUB > 6
                MOVE SPACES TO WS-LINHA
                STRING WS-IMC-ROTULO(WS-IMC-SUB) "      "
                    WS-RES-IMC-QTD(1 WS-IMC-SUB) " |   "
                    WS-RES-IMC-QTD(2 WS-IMC-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-RESUMO
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            MOVE "TIPO  MEDIDOS  FORA DA FAIXA | ANO ANT: MEDIDOS  FORA"
                TO WS-LINHA.
            PERFORM GRAVA-LINHA-RESUMO.
            PERFORM VARYING WS-TIPO-SUB FROM 1 BY 1
                    UNTIL WS-TIPO-SUB > 4
                MOVE SPACES TO WS-LINHA
                STRING WS-TIPO-SINAL(WS-TIPO-SUB) "    "
                    WS-RES-MED-QTD(1 WS-TIPO-SUB) "    "
                    WS-RES-FORA-QTD(1 WS-TIPO-SUB) "        |"
                    "          "
                    WS-RES-MED-QTD(2 WS-TIPO-SUB) "  "
                    WS-RES-FORA-QTD(2 WS-TIPO-SUB)
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA-RESUMO
            END-PERFORM.
            CLOSE EPIDEMIOLOGY-REPORT-FILE.

       GRAVA-LINHA-RESUMO.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO EPIDEMIOLOGY-REPORT-RECORD.
            WRITE EPIDEMIOLOGY-REPORT-RECORD.

       EXPORTA-RESUMO.
            OPEN OUTPUT EPIDEMIOLOGY-EXPORT-FILE.
            MOVE "TOT" TO EX-INDICADOR.
            MOVE SPACES TO EX-CATEGORIA.
            MOVE SPACE TO EX-SEXO.
            MOVE WS-RES-MEDIDOS(1) TO EX-QTD.
            MOVE WS-RES-MEDIDOS(2) TO EX-QTD-ANO-ANT.
            PERFORM GRAVA-EXPORTACAO.
            PERFORM VARYING WS-IDADE-SUB FROM 1 BY 1
                    UNTIL WS-IDADE-SUB > 7
                PERFORM VARYING WS-SEXO-SUB FROM 1 BY 1
                        UNTIL WS-SEXO-SUB > 3
                    MOVE "PAC" TO EX-INDICADOR
                    MOVE WS-IDADE-ROTULO(WS-IDADE-SUB) TO EX-CATEGORIA
                    MOVE WS-SEXO-ROTULO(WS-SEXO-SUB) TO EX-SEXO
                    MOVE WS-RES-FAIXA-QTD(1 WS-IDADE-SUB WS-SEXO-SUB)
                        TO EX-QTD
                    MOVE WS-RES-FAIXA-QTD(2 WS-IDADE-SUB WS-SEXO-SUB)
                        TO EX-QTD-ANO-ANT
                    PERFORM GRAVA-EXPORTACAO
                END-PERFORM
            END-PERFORM.
            PERFORM VARYING WS-IMC-SUB FROM 1 BY 1
                    UNTIL WS-IMC-SUB > 6
                MOVE "IMC" TO EX-INDICADOR
                MOVE WS-IMC-ROTULO(WS-IMC-SUB) TO EX-CATEGORIA
                MOVE SPACE TO EX-SEXO
                MOVE WS-RES-IMC-QTD(1 WS-IMC-SUB) TO EX-QTD
                MOVE WS-RES-IMC-QTD(2 WS-IMC-SUB) TO EX-QTD-ANO-ANT
                PERFORM GRAVA-EXPORTACAO
            END-PERFORM.
            PERFORM VARYING WS-TIPO-SUB FROM 1 BY 1
                    UNTIL WS-TIPO-SUB > 4
                MOVE "MED" TO EX-INDICADOR
                MOVE WS-TIPO-SINAL(WS-TIPO-SUB) TO EX-CATEGORIA
                MOVE SPACE TO EX-SEXO
                MOVE WS-RES-MED-QTD(1 WS-TIPO-SUB) TO EX-QTD
                MOVE WS-RES-MED-QTD(2 WS-TIPO-SUB) TO EX-QTD-ANO-ANT
                PERFORM GRAVA-EXPORTACAO
                MOVE "FOR" TO EX-INDICADOR
                MOVE WS-RES-FORA-QTD(1 WS-TIPO-SUB) TO EX-QTD
                MOVE WS-RES-FORA-QTD(2 WS-TIPO-SUB) TO EX-QTD-ANO-ANT
                PERFORM GRAVA-EXPORTACAO
            END-PERFORM.
            CLOSE EPIDEMIOLOGY-EXPORT-FILE.
            DISPLAY "EPIEXPORT GERADO PARA A COMPETENCIA "
      -         WS-RES-COMPETENCIA(1).

      * Fields are set by the caller; the record keeps its layout
      * spaces and the month it reports.
       GRAVA-EXPORTACAO.
            MOVE WS-RES-COMPETENCIA(1) TO EX-COMPETENCIA.
            MOVE SPACE TO EX-DELIM-1 EX-DELIM-2 EX-DELIM-3 EX-DELIM-4
                EX-DELIM-5.
            WRITE EPIDEMIOLOGY-EXPORT-RECORD.

      * Names and ages the patient off PATMASTER - age in whole
      * years from the birth date via the shared calendar service.
       BUSCA-PACIENTE-MASTER.
