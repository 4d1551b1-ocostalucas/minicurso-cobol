      ******************************************************************
      * Author:
      * Date:
      * Purpose: meter master for the utility accounts. Mode 1
      *          installs a meter on an account that has none on
      *          the wall (serial, install date, multiplier, number
      *          of dials and the register's initial reading). Mode
      *          2 is the meter exchange: the old meter's final
      *          reading and the exchange date retire it ('R') and
      *          the new meter goes in as the account's active one
      *          with its own initial reading, so METERENT and the
      *          billing run can split the cycle's consumption
      *          between the two. Mode 3 lists the exchanges done
      *          in a month (METERXRPT). Every change goes to
      *          CHANGELOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. METERMST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METER-MASTER-FILE ASSIGN TO "METERMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METERMASTER.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT METER-EXCHANGE-REPORT-FILE ASSIGN TO "METERXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHANGELOG.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  METER-MASTER-FILE.
           COPY "metermst.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  METER-EXCHANGE-REPORT-FILE.
       01  METER-EXCHANGE-REPORT-RECORD PIC X(90).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-METERMASTER PIC X(2).
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-MEDIDORES.
               05 WS-MED-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-MDR-IX.
                   10 WS-MDR-CONTA        PIC 9(6).
                   10 WS-MDR-SERIE        PIC X(12).
                   10 WS-MDR-INSTALACAO   PIC 9(8).
                   10 WS-MDR-MULT         PIC 9(3).
                   10 WS-MDR-DIGITOS      PIC 9(1).
                   10 WS-MDR-INICIAL      PIC 9(6).
                   10 WS-MDR-SITUACAO     PIC X(1).
                   10 WS-MDR-RETIRADA     PIC 9(8).
                   10 WS-MDR-FINAL        PIC 9(6).
           77 WS-MDR-TOTAL PIC 9(3) VALUE 0.
           77 WS-MDR-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-MDR-SUB PIC 9(3).
           77 WS-MDR-SUB-NOVO PIC 9(3).
           77 WS-MDR-ACHOU PIC X(1).
           77 WS-CONTA PIC 9(6).
           77 WS-CONTA-ACHOU PIC X(1).
           77 WS-NOME-CLIENTE PIC X(20).
           77 WS-SERIE PIC X(12).
           77 WS-DATA-ENTRADA PIC 9(8).
           77 WS-MULT-ENTRADA PIC 9(3).
           77 WS-DIGITOS-ENTRADA PIC 9(1).
           77 WS-INICIAL-ENTRADA PIC 9(6).
           77 WS-FINAL-ENTRADA PIC 9(6).
           77 WS-VALIDO PIC X(1).
           77 WS-MES-RELATORIO PIC 9(6).
           77 WS-QTD-TROCAS PIC 9(4) VALUE 0.
           77 WS-QTD-INSTALADOS PIC 9(4) VALUE 0.
           77 WS-CHG-ARQUIVO PIC X(10) VALUE "METERMASTE".
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-IMAGEM PIC X(80).
           77 WS-RETIRADA-ANTES PIC X(80).
           77 WS-RETIRADA-DEPOIS PIC X(80).
           77 WS-SERIE-RETIRADA PIC X(12).
           77 WS-DATA-REF PIC 9(8).
           77 WS-LINHA PIC X(90).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "METERMST".

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
            DISPLAY "1 - INSTALAR MEDIDOR"
            DISPLAY "2 - TROCA DE MEDIDOR"
            DISPLAY "3 - RELATORIO DE TROCAS DO MES"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM INSTALA-MEDIDOR
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "MEDIDORES INSTALADOS: "
                         WS-QTD-INSTALADOS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 2 PERFORM TROCA-MEDIDOR
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "TROCAS DE MEDIDOR: " WS-QTD-TROCAS
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN 3 PERFORM RELATORIO-TROCAS
                     MOVE SPACES TO WS-AUDIT-RESUMO
                     STRING "RELATORIO TROCAS " WS-MES-RELATORIO
                         DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                     PERFORM GRAVA-AUDITORIA
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE
            GOBACK.

      * A new meter only goes onto an account with nothing on the
      * wall - replacing one is an exchange (mode 2), which has to
      * close the old meter's register first.
       INSTALA-MEDIDOR.
            PERFORM CARREGA-MEDIDORES.
            IF WS-MDR-ESTOUROU = 'S' OR WS-MDR-TOTAL = 500
                DISPLAY "METERMASTER EXCEDE 500 MEDIDORES - INSTALACAO"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "CONTA DO CLIENTE:"
                ACCEPT WS-CONTA
                PERFORM VALIDA-CONTA-CLIENTE
                IF WS-CONTA-ACHOU = 'N'
                    DISPLAY "CONTA NAO CADASTRADA: " WS-CONTA
                ELSE
                    PERFORM LOCALIZA-MEDIDOR-ATIVO
                    IF WS-MDR-ACHOU = 'S'
                        DISPLAY "CONTA JA TEM MEDIDOR ATIVO: "
                            WS-MDR-SERIE(WS-MDR-SUB)
                            " - USE A TROCA DE MEDIDOR"
                    ELSE
                        MOVE WS-DATA-REF TO WS-DATA-ENTRADA
                        PERFORM LE-DADOS-MEDIDOR-NOVO
                        IF WS-VALIDO = 'S'
                            PERFORM INCLUI-MEDIDOR
                            PERFORM REGRAVA-MEDIDORES
                            PERFORM GRAVA-CHANGELOG
                            ADD 1 TO WS-QTD-INSTALADOS
                            DISPLAY "MEDIDOR INSTALADO"
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * The exchange closes the old meter on the final reading the
      * crew wrote down and opens the new one on its own register,
      * both on the same date, so the cycle's kWh can be worked out
      * from the two registers separately.
       TROCA-MEDIDOR.
            PERFORM CARREGA-MEDIDORES.
            IF WS-MDR-ESTOUROU = 'S' OR WS-MDR-TOTAL = 500
                DISPLAY "METERMASTER EXCEDE 500 MEDIDORES - TROCA"
      -             " ABORTADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "CONTA DO CLIENTE:"
                ACCEPT WS-CONTA
                PERFORM LOCALIZA-MEDIDOR-ATIVO
                IF WS-MDR-ACHOU = 'N'
                    DISPLAY "CONTA SEM MEDIDOR ATIVO: " WS-CONTA
                ELSE
                    PERFORM LE-TROCA-MEDIDOR
                END-IF
            END-IF.

       LE-TROCA-MEDIDOR.
            DISPLAY "MEDIDOR ATUAL: " WS-MDR-SERIE(WS-MDR-SUB)
                " INSTALADO EM " WS-MDR-INSTALACAO(WS-MDR-SUB)
                " LEITURA INICIAL " WS-MDR-INICIAL(WS-MDR-SUB).
            DISPLAY "DATA DA TROCA (AAAAMMDD, ENTER = HOJE):".
            MOVE 0 TO WS-DATA-ENTRADA.
            ACCEPT WS-DATA-ENTRADA.
            IF WS-DATA-ENTRADA = 0
                MOVE WS-DATA-REF TO WS-DATA-ENTRADA
            END-IF
            IF WS-DATA-ENTRADA < WS-MDR-INSTALACAO(WS-MDR-SUB)
                DISPLAY "DATA DA TROCA ANTERIOR A INSTALACAO -"
      -             " RECUSADO"
            ELSE
                DISPLAY "LEITURA FINAL DO MEDIDOR RETIRADO:"
                ACCEPT WS-FINAL-ENTRADA
                PERFORM LE-DADOS-MEDIDOR-NOVO
                IF WS-VALIDO = 'S'
                    PERFORM RETIRA-MEDIDOR
                    PERFORM INCLUI-MEDIDOR
                    PERFORM REGRAVA-MEDIDORES
                    PERFORM GRAVA-CHANGELOG
                    MOVE "A" TO WS-CHG-OPERACAO
                    MOVE WS-SERIE-RETIRADA TO WS-CHG-CHAVE
                    MOVE WS-RETIRADA-ANTES TO WS-CHG-ANTES
                    MOVE WS-RETIRADA-DEPOIS TO WS-CHG-DEPOIS
                    PERFORM GRAVA-CHANGELOG
                    ADD 1 TO WS-QTD-TROCAS
                    DISPLAY "TROCA DE MEDIDOR REGISTRADA"
                END-IF
            END-IF.

      * Keeps the old meter's before and after images so the
      * retirement can be logged next to the new meter's insertion.
       RETIRA-MEDIDOR.
            PERFORM MONTA-IMAGEM-MEDIDOR.
            MOVE WS-IMAGEM TO WS-RETIRADA-ANTES.
            MOVE 'R' TO WS-MDR-SITUACAO(WS-MDR-SUB).
            MOVE WS-DATA-ENTRADA TO WS-MDR-RETIRADA(WS-MDR-SUB).
            MOVE WS-FINAL-ENTRADA TO WS-MDR-FINAL(WS-MDR-SUB).
            PERFORM MONTA-IMAGEM-MEDIDOR.
            MOVE WS-IMAGEM TO WS-RETIRADA-DEPOIS.
            MOVE WS-MDR-SERIE(WS-MDR-SUB) TO WS-SERIE-RETIRADA.

      * Serial, multiplier, dials and initial register of the meter
      * going in; WS-DATA-ENTRADA already holds its install date.
       LE-DADOS-MEDIDOR-NOVO.
            MOVE 'S' TO WS-VALIDO.
            DISPLAY "NUMERO DE SERIE DO MEDIDOR NOVO:".
            MOVE SPACES TO WS-SERIE.
            ACCEPT WS-SERIE.
            IF WS-SERIE = SPACES
                DISPLAY "NUMERO DE SERIE OBRIGATORIO - RECUSADO"
                MOVE 'N' TO WS-VALIDO
            ELSE
                PERFORM VERIFICA-SERIE-INSTALADA
            END-IF
            IF WS-VALIDO = 'S'
                DISPLAY "MULTIPLICADOR (1 PARA MEDICAO DIRETA):"
                ACCEPT WS-MULT-ENTRADA
                IF WS-MULT-ENTRADA = 0
                    MOVE 1 TO WS-MULT-ENTRADA
                END-IF
                DISPLAY "NUMERO DE DIGITOS DO REGISTRADOR (4 A 6):"
                ACCEPT WS-DIGITOS-ENTRADA
                IF WS-DIGITOS-ENTRADA < 4 OR WS-DIGITOS-ENTRADA > 6
                    DISPLAY "DIGITOS FORA DA FAIXA 4-6 - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-IF
            IF WS-VALIDO = 'S'
                DISPLAY "LEITURA INICIAL DO MEDIDOR NOVO:"
                ACCEPT WS-INICIAL-ENTRADA
                IF WS-DIGITOS-ENTRADA < 6
                    AND WS-INICIAL-ENTRADA NOT <
                        10 ** WS-DIGITOS-ENTRADA
                    DISPLAY "LEITURA INICIAL MAIOR QUE O REGISTRADOR"
      -                 " - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-IF.

      * A serial can only be on one wall at a time.
       VERIFICA-SERIE-INSTALADA.
            PERFORM VARYING WS-MDR-SUB-NOVO FROM 1 BY 1
                    UNTIL WS-MDR-SUB-NOVO > WS-MDR-TOTAL
                IF WS-MDR-SERIE(WS-MDR-SUB-NOVO) = WS-SERIE
                        AND WS-MDR-SITUACAO(WS-MDR-SUB-NOVO) = 'A'
                    DISPLAY "MEDIDOR " WS-SERIE " JA INSTALADO NA"
      -                 " CONTA " WS-MDR-CONTA(WS-MDR-SUB-NOVO)
                        " - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-PERFORM.

       INCLUI-MEDIDOR.
            ADD 1 TO WS-MDR-TOTAL.
            MOVE WS-MDR-TOTAL TO WS-MDR-SUB.
            MOVE WS-CONTA TO WS-MDR-CONTA(WS-MDR-SUB).
            MOVE WS-SERIE TO WS-MDR-SERIE(WS-MDR-SUB).
            MOVE WS-DATA-ENTRADA TO WS-MDR-INSTALACAO(WS-MDR-SUB).
            MOVE WS-MULT-ENTRADA TO WS-MDR-MULT(WS-MDR-SUB).
            MOVE WS-DIGITOS-ENTRADA TO WS-MDR-DIGITOS(WS-MDR-SUB).
            MOVE WS-INICIAL-ENTRADA TO WS-MDR-INICIAL(WS-MDR-SUB).
            MOVE 'A' TO WS-MDR-SITUACAO(WS-MDR-SUB).
            MOVE 0 TO WS-MDR-RETIRADA(WS-MDR-SUB).
            MOVE 0 TO WS-MDR-FINAL(WS-MDR-SUB).
            MOVE SPACES TO WS-CHG-ANTES.
            PERFORM MONTA-IMAGEM-MEDIDOR.
            MOVE WS-IMAGEM TO WS-CHG-DEPOIS.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE WS-SERIE TO WS-CHG-CHAVE.

       MONTA-IMAGEM-MEDIDOR.
            MOVE SPACES TO WS-IMAGEM.
            STRING WS-MDR-CONTA(WS-MDR-SUB) ";"
                WS-MDR-SERIE(WS-MDR-SUB) ";"
                WS-MDR-INSTALACAO(WS-MDR-SUB) ";"
                WS-MDR-MULT(WS-MDR-SUB) ";"
                WS-MDR-DIGITOS(WS-MDR-SUB) ";"
                WS-MDR-INICIAL(WS-MDR-SUB) ";"
                WS-MDR-SITUACAO(WS-MDR-SUB) ";"
                WS-MDR-RETIRADA(WS-MDR-SUB) ";"
                WS-MDR-FINAL(WS-MDR-SUB)
                DELIMITED BY SIZE INTO WS-IMAGEM.

       LOCALIZA-MEDIDOR-ATIVO.
            MOVE 'N' TO WS-MDR-ACHOU.
            PERFORM VARYING WS-MDR-SUB FROM 1 BY 1
                    UNTIL WS-MDR-SUB > WS-MDR-TOTAL
                    OR WS-MDR-ACHOU = 'S'
                IF WS-MDR-CONTA(WS-MDR-SUB) = WS-CONTA
                        AND WS-MDR-SITUACAO(WS-MDR-SUB) = 'A'
                    MOVE 'S' TO WS-MDR-ACHOU
                    SUBTRACT 1 FROM WS-MDR-SUB
                END-IF
            END-PERFORM.

      * Every meter retired in the month, next to the one that went
      * in on the same account the same day.
       RELATORIO-TROCAS.
            DISPLAY "MES DO RELATORIO (AAAAMM):".
            ACCEPT WS-MES-RELATORIO.
            PERFORM CARREGA-MEDIDORES.
            OPEN OUTPUT METER-EXCHANGE-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "TROCAS DE MEDIDOR - MES " WS-MES-RELATORIO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE SPACES TO WS-LINHA.
            STRING "CONTA  DATA     RETIRADO     LEIT.FIN   "
                "INSTALADO    LEIT.INI   MULT  DIG"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-MDR-SUB FROM 1 BY 1
                    UNTIL WS-MDR-SUB > WS-MDR-TOTAL
                IF WS-MDR-SITUACAO(WS-MDR-SUB) = 'R'
                        AND WS-MDR-RETIRADA(WS-MDR-SUB)(1:6) =
                            WS-MES-RELATORIO
                    PERFORM LISTA-TROCA
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            STRING "TOTAL DE TROCAS NO MES: " WS-QTD-TROCAS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE METER-EXCHANGE-REPORT-FILE.

       LISTA-TROCA.
            ADD 1 TO WS-QTD-TROCAS.
            MOVE 'N' TO WS-MDR-ACHOU.
            PERFORM VARYING WS-MDR-SUB-NOVO FROM 1 BY 1
                    UNTIL WS-MDR-SUB-NOVO > WS-MDR-TOTAL
                    OR WS-MDR-ACHOU = 'S'
                IF WS-MDR-CONTA(WS-MDR-SUB-NOVO) =
                        WS-MDR-CONTA(WS-MDR-SUB)
                        AND WS-MDR-INSTALACAO(WS-MDR-SUB-NOVO) =
                            WS-MDR-RETIRADA(WS-MDR-SUB)
                    MOVE 'S' TO WS-MDR-ACHOU
                    SUBTRACT 1 FROM WS-MDR-SUB-NOVO
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-LINHA.
            IF WS-MDR-ACHOU = 'S'
                STRING WS-MDR-CONTA(WS-MDR-SUB) " "
                    WS-MDR-RETIRADA(WS-MDR-SUB) " "
                    WS-MDR-SERIE(WS-MDR-SUB) " "
                    WS-MDR-FINAL(WS-MDR-SUB) "   "
                    WS-MDR-SERIE(WS-MDR-SUB-NOVO) " "
                    WS-MDR-INICIAL(WS-MDR-SUB-NOVO) "   "
                    WS-MDR-MULT(WS-MDR-SUB-NOVO) "  "
                    WS-MDR-DIGITOS(WS-MDR-SUB-NOVO)
                    DELIMITED BY SIZE INTO WS-LINHA
            ELSE
                STRING WS-MDR-CONTA(WS-MDR-SUB) " "
                    WS-MDR-RETIRADA(WS-MDR-SUB) " "
                    WS-MDR-SERIE(WS-MDR-SUB) " "
                    WS-MDR-FINAL(WS-MDR-SUB) "   "
                    "SEM MEDIDOR NOVO"
                    DELIMITED BY SIZE INTO WS-LINHA
            END-IF
            PERFORM GRAVA-LINHA.

      * No customer master deployed yet: accept the keyed account,
      * the same missing-control-file default METERENT uses.
       VALIDA-CONTA-CLIENTE.
            MOVE 'N' TO WS-CONTA-ACHOU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'S' TO WS-CONTA-ACHOU
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF CU-CONTA = WS-CONTA
                            MOVE 'S' TO WS-CONTA-ACHOU
                            MOVE CU-NOME TO WS-NOME-CLIENTE
                            DISPLAY "CLIENTE: " CU-NOME
                            MOVE 'Y' TO WS-EOF-ARQ
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "00" OR WS-FS-CUSTMASTER = "10"
                CLOSE CUSTOMER-MASTER-FILE
            END-IF.

       CARREGA-MEDIDORES.
            MOVE 0 TO WS-MDR-TOTAL.
            MOVE 'N' TO WS-MDR-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT METER-MASTER-FILE.
            IF WS-FS-METERMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ METER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-MDR-TOTAL < 500
                            ADD 1 TO WS-MDR-TOTAL
                            PERFORM GUARDA-MEDIDOR
                        ELSE
                            MOVE 'S' TO WS-MDR-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-METERMASTER = "10"
                CLOSE METER-MASTER-FILE
            END-IF.

       GUARDA-MEDIDOR.
            MOVE MM-CONTA TO WS-MDR-CONTA(WS-MDR-TOTAL).
            MOVE MM-SERIE TO WS-MDR-SERIE(WS-MDR-TOTAL).
            MOVE MM-DATA-INSTALACAO TO
                WS-MDR-INSTALACAO(WS-MDR-TOTAL).
            MOVE MM-MULTIPLICADOR TO WS-MDR-MULT(WS-MDR-TOTAL).
            MOVE MM-DIGITOS TO WS-MDR-DIGITOS(WS-MDR-TOTAL).
            MOVE MM-LEITURA-INICIAL TO WS-MDR-INICIAL(WS-MDR-TOTAL).
            MOVE MM-SITUACAO TO WS-MDR-SITUACAO(WS-MDR-TOTAL).
            MOVE MM-DATA-RETIRADA TO WS-MDR-RETIRADA(WS-MDR-TOTAL).
            MOVE MM-LEITURA-FINAL TO WS-MDR-FINAL(WS-MDR-TOTAL).

       REGRAVA-MEDIDORES.
            OPEN OUTPUT METER-MASTER-FILE.
            PERFORM VARYING WS-MDR-SUB FROM 1 BY 1
                    UNTIL WS-MDR-SUB > WS-MDR-TOTAL
                MOVE SPACES TO METER-MASTER-RECORD
                MOVE WS-MDR-CONTA(WS-MDR-SUB) TO MM-CONTA
                MOVE WS-MDR-SERIE(WS-MDR-SUB) TO MM-SERIE
                MOVE WS-MDR-INSTALACAO(WS-MDR-SUB) TO
                    MM-DATA-INSTALACAO
                MOVE WS-MDR-MULT(WS-MDR-SUB) TO MM-MULTIPLICADOR
                MOVE WS-MDR-DIGITOS(WS-MDR-SUB) TO MM-DIGITOS
                MOVE WS-MDR-INICIAL(WS-MDR-SUB) TO
                    MM-LEITURA-INICIAL
                MOVE WS-MDR-SITUACAO(WS-MDR-SUB) TO MM-SITUACAO
                MOVE WS-MDR-RETIRADA(WS-MDR-SUB) TO MM-DATA-RETIRADA
                MOVE WS-MDR-FINAL(WS-MDR-SUB) TO MM-LEITURA-FINAL
                WRITE METER-MASTER-RECORD
            END-PERFORM.
            CLOSE METER-MASTER-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            WRITE METER-EXCHANGE-REPORT-RECORD FROM WS-LINHA.

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM METERMST.
