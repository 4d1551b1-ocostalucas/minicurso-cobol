      ******************************************************************
      * Author:
      * Date:
      * Purpose: takes accidents, road breakdowns and cargo damage
      *          out of the mailbox. Mode 1 keeps the INCIDENTS file
      *          - per plate, driver and date the incident type,
      *          whether the driver was at fault, the third parties,
      *          the estimated and actual repair cost and the
      *          insurance claim number and status; keying the same
      *          plate, driver and date again updates the line, and
      *          every change goes to the CHANGELOG. Mode 2 is the
      *          monthly run on INCIDRPT: the month's incidents by
      *          driver with a total per driver, the totals per
      *          vehicle, and every accident or cargo damage of any
      *          month still without an insurance claim, so claims
      *          stop being filed late. DRVSCORE counts the
      *          incidents next to the citations and VEHTCO charges
      *          the repair costs to the plate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCIDENTS.
           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCIDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
           COPY "incident.cpy".

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-RECORD   PIC X(120).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-FS-INCIDENTS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-MES-RELATORIO PIC 9(6).
      * The file is small; every line is held as its record image
      * and the whole file rewritten after a change.
           01 WS-TABELA-INCIDENTES.
               05 WS-INC-REGISTRO PIC X(103) OCCURS 500 TIMES.
           77 WS-INC-TOTAL PIC 9(3) VALUE 0.
           77 WS-INC-SUB PIC 9(3).
           77 WS-INC-ACHOU PIC X(1).
           77 WS-INC-ESTOUROU PIC X(1) VALUE 'N'.
      * The month's incidents, driver and date first so the sort
      * key is the front of the entry.
           01 WS-TABELA-MES.
               05 WS-MES-ENTRADA OCCURS 500 TIMES.
                   10 WS-MES-MOTORISTA  PIC X(10).
                   10 WS-MES-DATA       PIC 9(8).
                   10 WS-MES-REGISTRO   PIC X(103).
           01 WS-MES-TROCA              PIC X(121).
           77 WS-MES-TOTAL PIC 9(3) VALUE 0.
           77 WS-MES-SUB PIC 9(3).
           77 WS-MES-SUB2 PIC 9(3).
           01 WS-TABELA-VEICULOS.
               05 WS-VEI-ENTRADA OCCURS 50 TIMES.
                   10 WS-VEI-PLACA      PIC X(10).
                   10 WS-VEI-QTD        PIC 9(3).
                   10 WS-VEI-CULPA      PIC 9(3).
                   10 WS-VEI-CUSTO      PIC 9(8)V99.
           77 WS-VEI-TOTAL PIC 9(2) VALUE 0.
           77 WS-VEI-SUB PIC 9(2).
           77 WS-VEI-ACHOU PIC X(1).
           77 WS-VEI-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-MOTORISTA-ANT PIC X(10).
           77 WS-MOT-QTD PIC 9(3).
           77 WS-MOT-CULPA PIC 9(3).
           77 WS-MOT-CUSTO PIC 9(8)V99.
           77 WS-CUSTO-INCIDENTE PIC 9(7)V99.
           77 WS-TOT-QTD PIC 9(3) VALUE 0.
           77 WS-TOT-CUSTO PIC 9(8)V99 VALUE 0.
           77 WS-QTD-SEM-SINISTRO PIC 9(3) VALUE 0.
           77 WS-PLACA-ENTRADA PIC X(10).
           77 WS-MOTORISTA-ENTRADA PIC X(10).
           77 WS-DATA-ENTRADA PIC 9(8).
           77 WS-TIPO-ENTRADA PIC X(1).
               88 WS-TIPO-VALIDO VALUE 'A' 'P' 'C'.
           77 WS-CULPA-ENTRADA PIC X(1).
               88 WS-CULPA-VALIDA VALUE 'S' 'N'.
           77 WS-TERCEIROS-ENTRADA PIC X(30).
           77 WS-ESTIMADO-ENTRADA PIC 9(7)V99.
           77 WS-REAL-ENTRADA PIC 9(7)V99.
           77 WS-SINISTRO-ENTRADA PIC X(15).
           77 WS-SITUACAO-ENTRADA PIC X(1).
               88 WS-SITUACAO-VALIDA VALUE 'N' 'A' 'P' 'R'.
           77 WS-DESC-TIPO PIC X(8).
           77 WS-DESC-SITUACAO PIC X(10).
           77 WS-ED-VALOR PIC ZZZZZZ9.99.
           77 WS-ED-ESTIMADO PIC ZZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-LINHA PIC X(120).
           77 WS-IMAGEM PIC X(80).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "INCIDREG".

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
            PERFORM CARREGA-INCIDENTES
            DISPLAY "1 - MANTER OCORRENCIAS (INCIDENTS)"
            DISPLAY "2 - RELATORIO MENSAL DE OCORRENCIAS"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM MANTEM-INCIDENTES
                     MOVE "MODO 1 - MANTEM INCIDENTS" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM RELATORIO-MENSAL
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "MODO 2 - OCORRENCIAS "
                         WS-MES-RELATORIO
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO = 1 OR MODO = 2
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-INCIDENTES.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT INCIDENT-FILE.
            IF WS-FS-INCIDENTS NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ INCIDENT-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-INC-TOTAL < 500
                            ADD 1 TO WS-INC-TOTAL
                            MOVE INCIDENT-RECORD TO
                                WS-INC-REGISTRO(WS-INC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-INC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-INCIDENTS = "10"
                CLOSE INCIDENT-FILE
            END-IF.

       MANTEM-INCIDENTES.
            DISPLAY "1 - LISTAR / 2 - INCLUIR OU ATUALIZAR /"
      -         " 3 - EXCLUIR"
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
             WHEN 1 PERFORM LISTA-INCIDENTES
             WHEN 2 PERFORM ATUALIZA-INCIDENTE
             WHEN 3 PERFORM EXCLUI-INCIDENTE
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.

       LISTA-INCIDENTES.
            PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                    UNTIL WS-INC-SUB > WS-INC-TOTAL
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                PERFORM DESCREVE-INCIDENTE
                MOVE IC-CUSTO-ESTIMADO TO WS-ED-ESTIMADO
                MOVE IC-CUSTO-REAL TO WS-ED-VALOR
                DISPLAY IC-DATA " " IC-PLACA " " IC-MOTORISTA " "
      -             WS-DESC-TIPO " CULPA " IC-CULPA " "
      -             IC-TERCEIROS
                DISPLAY "         ESTIMADO " WS-ED-ESTIMADO
      -             " REAL " WS-ED-VALOR " SINISTRO " IC-SINISTRO
      -             " " WS-DESC-SITUACAO
            END-PERFORM.
            DISPLAY "OCORRENCIAS: " WS-INC-TOTAL.

      * An incident is one line per plate, driver and date; keying
      * the same three again is the update - the repair bill
      * arriving, the claim being filed or settled.
       ATUALIZA-INCIDENTE.
            DISPLAY "DIGITE A PLACA:"
            ACCEPT WS-PLACA-ENTRADA
            DISPLAY "DIGITE O MOTORISTA:"
            ACCEPT WS-MOTORISTA-ENTRADA
            DISPLAY "DATA DA OCORRENCIA (AAAAMMDD):"
            ACCEPT WS-DATA-ENTRADA
            DISPLAY "TIPO (A=ACIDENTE P=PANE NA ESTRADA C=AVARIA DE"
      -         " CARGA):"
            ACCEPT WS-TIPO-ENTRADA
            DISPLAY "MOTORISTA CULPADO (S/N):"
            ACCEPT WS-CULPA-ENTRADA
            DISPLAY "TERCEIROS ENVOLVIDOS:"
            ACCEPT WS-TERCEIROS-ENTRADA
            DISPLAY "CUSTO ESTIMADO DO REPARO:"
            ACCEPT WS-ESTIMADO-ENTRADA
            DISPLAY "CUSTO REAL DO REPARO (0 SE AINDA NAO FATURADO):"
            ACCEPT WS-REAL-ENTRADA
            DISPLAY "NUMERO DO SINISTRO NA SEGURADORA:"
            ACCEPT WS-SINISTRO-ENTRADA
            DISPLAY "SITUACAO DO SINISTRO (N=NAO ABERTO A=ABERTO"
      -         " P=PAGO R=RECUSADO):"
            ACCEPT WS-SITUACAO-ENTRADA
            PERFORM BUSCA-INCIDENTE.
            EVALUATE TRUE
             WHEN WS-PLACA-ENTRADA = SPACES
                DISPLAY "PLACA NAO INFORMADA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-MOTORISTA-ENTRADA = SPACES
                DISPLAY "MOTORISTA NAO INFORMADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-DATA-ENTRADA NOT NUMERIC
                    OR WS-DATA-ENTRADA = 0
                    OR WS-DATA-ENTRADA > WS-DATA-REF
                DISPLAY "DATA DA OCORRENCIA INVALIDA"
                MOVE 8 TO RETURN-CODE
             WHEN NOT WS-TIPO-VALIDO
                DISPLAY "TIPO DE OCORRENCIA INVALIDO"
                MOVE 8 TO RETURN-CODE
             WHEN NOT WS-CULPA-VALIDA
                DISPLAY "INDICADOR DE CULPA INVALIDO"
                MOVE 8 TO RETURN-CODE
             WHEN NOT WS-SITUACAO-VALIDA
                DISPLAY "SITUACAO DO SINISTRO INVALIDA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-SITUACAO-ENTRADA NOT = 'N'
                    AND WS-SINISTRO-ENTRADA = SPACES
                DISPLAY "SINISTRO ABERTO SEM NUMERO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-INC-ESTOUROU = 'S'
                DISPLAY "INCIDENTS MAIOR QUE A TABELA - NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-INC-ACHOU = 'N' AND WS-INC-TOTAL >= 500
                DISPLAY "ARQUIVO DE OCORRENCIAS CHEIO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM GRAVA-INCIDENTE
            END-EVALUATE.

       GRAVA-INCIDENTE.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-INC-ACHOU = 'S'
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                PERFORM MONTA-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                ADD 1 TO WS-INC-TOTAL
                MOVE WS-INC-TOTAL TO WS-INC-SUB
                MOVE "I" TO WS-CHG-OPERACAO
            END-IF
            MOVE SPACES TO INCIDENT-RECORD.
            MOVE WS-PLACA-ENTRADA TO IC-PLACA.
            MOVE WS-MOTORISTA-ENTRADA TO IC-MOTORISTA.
            MOVE WS-DATA-ENTRADA TO IC-DATA.
            MOVE WS-TIPO-ENTRADA TO IC-TIPO.
            MOVE WS-CULPA-ENTRADA TO IC-CULPA.
            MOVE WS-TERCEIROS-ENTRADA TO IC-TERCEIROS.
            MOVE WS-ESTIMADO-ENTRADA TO IC-CUSTO-ESTIMADO.
            MOVE WS-REAL-ENTRADA TO IC-CUSTO-REAL.
            MOVE WS-SINISTRO-ENTRADA TO IC-SINISTRO.
            MOVE WS-SITUACAO-ENTRADA TO IC-SINISTRO-SITUACAO.
            MOVE INCIDENT-RECORD TO WS-INC-REGISTRO(WS-INC-SUB).
            PERFORM MONTA-IMAGEM.
            MOVE WS-IMAGEM TO WS-CHG-DEPOIS.
            PERFORM REGRAVA-INCIDENTES.
            PERFORM GRAVA-CHANGELOG-INCIDENTE.
            DISPLAY "OCORRENCIA GRAVADA".

       EXCLUI-INCIDENTE.
            DISPLAY "DIGITE A PLACA:"
            ACCEPT WS-PLACA-ENTRADA
            DISPLAY "DIGITE O MOTORISTA:"
            ACCEPT WS-MOTORISTA-ENTRADA
            DISPLAY "DATA DA OCORRENCIA (AAAAMMDD):"
            ACCEPT WS-DATA-ENTRADA
            PERFORM BUSCA-INCIDENTE.
            IF WS-INC-ACHOU = 'N'
                DISPLAY "OCORRENCIA NAO ENCONTRADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                PERFORM MONTA-IMAGEM
                MOVE WS-IMAGEM TO WS-CHG-ANTES
                MOVE SPACES TO WS-CHG-DEPOIS
                MOVE "E" TO WS-CHG-OPERACAO
                PERFORM VARYING WS-INC-SUB FROM WS-INC-SUB BY 1
                        UNTIL WS-INC-SUB >= WS-INC-TOTAL
                    MOVE WS-INC-REGISTRO(WS-INC-SUB + 1)
                        TO WS-INC-REGISTRO(WS-INC-SUB)
                END-PERFORM
                SUBTRACT 1 FROM WS-INC-TOTAL
                PERFORM REGRAVA-INCIDENTES
                PERFORM GRAVA-CHANGELOG-INCIDENTE
                DISPLAY "OCORRENCIA EXCLUIDA"
            END-IF.

       BUSCA-INCIDENTE.
            MOVE 'N' TO WS-INC-ACHOU.
            PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                    UNTIL WS-INC-SUB > WS-INC-TOTAL
                    OR WS-INC-ACHOU = 'S'
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                IF IC-PLACA = WS-PLACA-ENTRADA
                        AND IC-MOTORISTA = WS-MOTORISTA-ENTRADA
                        AND IC-DATA = WS-DATA-ENTRADA
                    MOVE 'S' TO WS-INC-ACHOU
                END-IF
            END-PERFORM.
            IF WS-INC-ACHOU = 'S'
                SUBTRACT 1 FROM WS-INC-SUB
            END-IF.

       REGRAVA-INCIDENTES.
            OPEN OUTPUT INCIDENT-FILE.
            PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                    UNTIL WS-INC-SUB > WS-INC-TOTAL
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                WRITE INCIDENT-RECORD
            END-PERFORM.
            CLOSE INCIDENT-FILE.

      * The record is longer than a CHANGELOG image; the image
      * leaves out the plate (it is the change key) and the third
      * parties text.
       MONTA-IMAGEM.
            MOVE SPACES TO WS-IMAGEM.
            STRING IC-MOTORISTA ";" IC-DATA ";" IC-TIPO ";"
                IC-CULPA ";" IC-CUSTO-ESTIMADO ";" IC-CUSTO-REAL ";"
                IC-SINISTRO ";" IC-SINISTRO-SITUACAO
                DELIMITED BY SIZE INTO WS-IMAGEM.

       GRAVA-CHANGELOG-INCIDENTE.
            MOVE "INCIDENTS" TO WS-CHG-ARQUIVO.
            MOVE WS-PLACA-ENTRADA TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.

       DESCREVE-INCIDENTE.
            EVALUATE IC-TIPO
             WHEN 'A' MOVE "ACIDENTE" TO WS-DESC-TIPO
             WHEN 'P' MOVE "PANE" TO WS-DESC-TIPO
             WHEN 'C' MOVE "CARGA" TO WS-DESC-TIPO
             WHEN OTHER MOVE "?" TO WS-DESC-TIPO
            END-EVALUATE.
            EVALUATE IC-SINISTRO-SITUACAO
             WHEN 'A' MOVE "ABERTO" TO WS-DESC-SITUACAO
             WHEN 'P' MOVE "PAGO" TO WS-DESC-SITUACAO
             WHEN 'R' MOVE "RECUSADO" TO WS-DESC-SITUACAO
             WHEN OTHER MOVE "NAO ABERTO" TO WS-DESC-SITUACAO
            END-EVALUATE.

      * The repair cost of an incident is the actual bill once it
      * is keyed, the estimate until then.
       CUSTO-INCIDENTE.
            IF IC-CUSTO-REAL > 0
                MOVE IC-CUSTO-REAL TO WS-CUSTO-INCIDENTE
            ELSE
                MOVE IC-CUSTO-ESTIMADO TO WS-CUSTO-INCIDENTE
            END-IF.

      * Monthly run: the month's incidents by driver, each driver
      * closed with a count and the repair cost, then the same
      * totals per vehicle, then the claims nobody has filed.
       RELATORIO-MENSAL.
            DISPLAY "DIGITE O MES (AAAAMM):"
            ACCEPT WS-MES-RELATORIO
            MOVE 0 TO WS-MES-TOTAL.
            PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                    UNTIL WS-INC-SUB > WS-INC-TOTAL
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                IF IC-DATA(1:6) = WS-MES-RELATORIO
                    ADD 1 TO WS-MES-TOTAL
                    MOVE IC-MOTORISTA TO
                        WS-MES-MOTORISTA(WS-MES-TOTAL)
                    MOVE IC-DATA TO WS-MES-DATA(WS-MES-TOTAL)
                    MOVE INCIDENT-RECORD TO
                        WS-MES-REGISTRO(WS-MES-TOTAL)
                END-IF
            END-PERFORM.
            PERFORM ORDENA-MES.
            OPEN OUTPUT INCIDENT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "OCORRENCIAS COM VEICULOS - MES "
                WS-MES-RELATORIO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "POR MOTORISTA" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-MOTORISTA-ANT.
            PERFORM VARYING WS-MES-SUB FROM 1 BY 1
                    UNTIL WS-MES-SUB > WS-MES-TOTAL
                IF WS-MES-MOTORISTA(WS-MES-SUB) NOT = WS-MOTORISTA-ANT
                    IF WS-MOTORISTA-ANT NOT = SPACES
                        PERFORM FECHA-MOTORISTA
                    END-IF
                    MOVE WS-MES-MOTORISTA(WS-MES-SUB)
                        TO WS-MOTORISTA-ANT
                    MOVE 0 TO WS-MOT-QTD
                    MOVE 0 TO WS-MOT-CULPA
                    MOVE 0 TO WS-MOT-CUSTO
                END-IF
                PERFORM IMPRIME-INCIDENTE
            END-PERFORM.
            IF WS-MOTORISTA-ANT NOT = SPACES
                PERFORM FECHA-MOTORISTA
            END-IF
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "POR VEICULO" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-VEI-SUB FROM 1 BY 1
                    UNTIL WS-VEI-SUB > WS-VEI-TOTAL
                MOVE WS-VEI-CUSTO(WS-VEI-SUB) TO WS-ED-TOTAL
                MOVE SPACES TO WS-LINHA
                STRING WS-VEI-PLACA(WS-VEI-SUB) " OCORRENCIAS "
                    WS-VEI-QTD(WS-VEI-SUB) " COM CULPA "
                    WS-VEI-CULPA(WS-VEI-SUB) " CUSTO DE REPARO "
                    WS-ED-TOTAL
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-PERFORM.
            MOVE WS-TOT-CUSTO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL DO MES: " WS-TOT-QTD " OCORRENCIAS,"
                " CUSTO DE REPARO " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-VEI-ESTOUROU = 'S'
                MOVE "TABELA DE VEICULOS CHEIA - TOTAIS INCOMPLETOS"
                    TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE 4 TO RETURN-CODE
            END-IF
            PERFORM RELATA-SEM-SINISTRO.
            CLOSE INCIDENT-REPORT-FILE.

       ORDENA-MES.
            PERFORM VARYING WS-MES-SUB FROM 1 BY 1
                    UNTIL WS-MES-SUB >= WS-MES-TOTAL
                PERFORM VARYING WS-MES-SUB2 FROM 1 BY 1
                        UNTIL WS-MES-SUB2 >= WS-MES-TOTAL
                    IF WS-MES-ENTRADA(WS-MES-SUB2) >
                            WS-MES-ENTRADA(WS-MES-SUB2 + 1)
                        MOVE WS-MES-ENTRADA(WS-MES-SUB2)
                            TO WS-MES-TROCA
                        MOVE WS-MES-ENTRADA(WS-MES-SUB2 + 1)
                            TO WS-MES-ENTRADA(WS-MES-SUB2)
                        MOVE WS-MES-TROCA
                            TO WS-MES-ENTRADA(WS-MES-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       IMPRIME-INCIDENTE.
            MOVE WS-MES-REGISTRO(WS-MES-SUB) TO INCIDENT-RECORD.
            PERFORM DESCREVE-INCIDENTE.
            PERFORM CUSTO-INCIDENTE.
            ADD 1 TO WS-MOT-QTD.
            ADD 1 TO WS-TOT-QTD.
            ADD WS-CUSTO-INCIDENTE TO WS-MOT-CUSTO.
            ADD WS-CUSTO-INCIDENTE TO WS-TOT-CUSTO.
            IF IC-CULPA = 'S'
                ADD 1 TO WS-MOT-CULPA
            END-IF
            PERFORM ACUMULA-VEICULO.
            MOVE IC-CUSTO-ESTIMADO TO WS-ED-ESTIMADO.
            MOVE IC-CUSTO-REAL TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING IC-MOTORISTA " " IC-DATA " " IC-PLACA " "
                WS-DESC-TIPO " CULPA " IC-CULPA " EST "
                WS-ED-ESTIMADO " REAL " WS-ED-VALOR " "
                IC-SINISTRO " " WS-DESC-SITUACAO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF IC-TERCEIROS NOT = SPACES
                MOVE SPACES TO WS-LINHA
                STRING "           TERCEIROS: " IC-TERCEIROS
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF.

       ACUMULA-VEICULO.
            MOVE 'N' TO WS-VEI-ACHOU.
            PERFORM VARYING WS-VEI-SUB FROM 1 BY 1
                    UNTIL WS-VEI-SUB > WS-VEI-TOTAL
                    OR WS-VEI-ACHOU = 'S'
                IF WS-VEI-PLACA(WS-VEI-SUB) = IC-PLACA
                    MOVE 'S' TO WS-VEI-ACHOU
                END-IF
            END-PERFORM.
            IF WS-VEI-ACHOU = 'S'
                SUBTRACT 1 FROM WS-VEI-SUB
            ELSE
                IF WS-VEI-TOTAL < 50
                    ADD 1 TO WS-VEI-TOTAL
                    MOVE WS-VEI-TOTAL TO WS-VEI-SUB
                    MOVE IC-PLACA TO WS-VEI-PLACA(WS-VEI-SUB)
                    MOVE 0 TO WS-VEI-QTD(WS-VEI-SUB)
                    MOVE 0 TO WS-VEI-CULPA(WS-VEI-SUB)
                    MOVE 0 TO WS-VEI-CUSTO(WS-VEI-SUB)
                    MOVE 'S' TO WS-VEI-ACHOU
                ELSE
                    MOVE 'S' TO WS-VEI-ESTOUROU
                END-IF
            END-IF
            IF WS-VEI-ACHOU = 'S'
                ADD 1 TO WS-VEI-QTD(WS-VEI-SUB)
                IF IC-CULPA = 'S'
                    ADD 1 TO WS-VEI-CULPA(WS-VEI-SUB)
                END-IF
                ADD WS-CUSTO-INCIDENTE TO WS-VEI-CUSTO(WS-VEI-SUB)
            END-IF.

       FECHA-MOTORISTA.
            MOVE WS-MOT-CUSTO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "  TOTAL " WS-MOTORISTA-ANT " OCORRENCIAS "
                WS-MOT-QTD " COM CULPA " WS-MOT-CULPA
                " CUSTO DE REPARO " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

      * Accidents and cargo damage are what the insurer pays for;
      * one of any month still not filed is listed until it is,
      * and the run ends with RC 4.
       RELATA-SEM-SINISTRO.
            MOVE SPACES TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE "ACIDENTES E AVARIAS SEM SINISTRO ABERTO" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-INC-SUB FROM 1 BY 1
                    UNTIL WS-INC-SUB > WS-INC-TOTAL
                MOVE WS-INC-REGISTRO(WS-INC-SUB) TO INCIDENT-RECORD
                IF (IC-TIPO = 'A' OR IC-TIPO = 'C')
                        AND IC-SINISTRO-SITUACAO = 'N'
                    ADD 1 TO WS-QTD-SEM-SINISTRO
                    PERFORM DESCREVE-INCIDENTE
                    PERFORM CUSTO-INCIDENTE
                    MOVE WS-CUSTO-INCIDENTE TO WS-ED-VALOR
                    MOVE SPACES TO WS-LINHA
                    STRING IC-DATA " " IC-PLACA " " IC-MOTORISTA " "
                        WS-DESC-TIPO " CUSTO " WS-ED-VALOR
                        DELIMITED BY SIZE INTO WS-LINHA
                    PERFORM GRAVA-LINHA
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "SEM SINISTRO: " WS-QTD-SEM-SINISTRO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            IF WS-QTD-SEM-SINISTRO > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO INCIDENT-REPORT-RECORD.
            WRITE INCIDENT-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM INCIDREG.
