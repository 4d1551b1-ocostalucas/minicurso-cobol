      ******************************************************************
      * Author:
      * Date:
      * Purpose: move-in of a new occupant at a premise whose
      *          previous tenant's account EXERCICIO7 closed with a
      *          move-out final invoice. Opens the new account on
      *          CUSTMASTER with the premise's address and tariff
      *          class, the move-in date (its first bill prorates
      *          the fixed charge from there) and the closed account
      *          it follows; carries the previous tenant's final
      *          reading onto METERREAD as the new account's opening
      *          reading ('I'), so the first cycle is billed only
      *          from what the new occupant used; and moves the
      *          meter on METERMASTER over to the new account. Both
      *          master updates go to CHANGELOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CUSTMASTER.
           SELECT METER-READING-FILE ASSIGN TO "METERREAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METERREAD.
           SELECT METER-MASTER-FILE ASSIGN TO "METERMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-METERMASTER.
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
       FD  CUSTOMER-MASTER-FILE.
           COPY "custmst.cpy".

       FD  METER-READING-FILE.
           COPY "meterrd.cpy".

       FD  METER-MASTER-FILE.
           COPY "metermst.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 WS-FS-CUSTMASTER PIC X(2).
           77 WS-FS-METERREAD PIC X(2).
           77 WS-FS-METERMASTER PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENTRADA OCCURS 200 TIMES
                       INDEXED BY WS-CLI-IX.
                   10 WS-CLI-REGISTRO   PIC X(93).
           77 WS-CLI-TOTAL PIC 9(3) VALUE 0.
           77 WS-CLI-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-CLI-SUB PIC 9(3).
           77 WS-CLI-ACHOU PIC X(1).
           01 WS-TABELA-MEDIDORES.
               05 WS-MDR-ENTRADA OCCURS 500 TIMES
                       INDEXED BY WS-MDR-IX.
                   10 WS-MDR-REGISTRO   PIC X(59).
           77 WS-MDR-TOTAL PIC 9(3) VALUE 0.
           77 WS-MDR-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-MDR-SUB PIC 9(3).
           77 WS-MDR-ACHOU PIC X(1).
           77 WS-CONTA-ANTERIOR PIC 9(6).
           77 WS-CONTA-NOVA PIC 9(6).
           77 WS-CONTA-SUCESSORA PIC 9(6).
           77 WS-CONTA-BUSCA PIC 9(6).
           77 WS-NOME PIC X(20).
           77 WS-ENDERECO PIC X(30).
           77 WS-TARIFA PIC X(1).
           77 WS-TARIFA-ENTRADA PIC X(1).
           77 WS-DATA-SAIDA PIC 9(8).
           77 WS-DATA-MUDANCA PIC 9(8).
           77 WS-VALIDO PIC X(1).
           77 WS-TEM-LEITURA PIC X(1).
           77 WS-LEITURA-ABERTURA PIC 9(6).
           77 WS-ULT-ORIGEM PIC X(1).
           77 WS-ULT-SERIE PIC X(12).
           77 WS-ULT-MULT PIC 9(3).
           77 WS-ULT-DIGITOS PIC 9(1).
           77 WS-CHG-ARQUIVO PIC X(10).
           77 WS-CHG-OPERACAO PIC X(1).
           77 WS-CHG-CHAVE PIC X(10).
           77 WS-CHG-ANTES PIC X(80).
           77 WS-CHG-DEPOIS PIC X(80).
           77 WS-DATA-REF PIC 9(8).
           77 WS-OPER-AUTORIZADO PIC X(1).
           77 WS-FS-AUDITLOG PIC X(2).
           77 WS-DATA-ATUAL PIC 9(8).
           77 WS-HORA-ATUAL PIC 9(6).
           77 WS-OPERADOR-ID PIC X(10).
           77 WS-AUDIT-RESUMO PIC X(30).
           77 WS-DATA-NEGOCIO PIC 9(8) VALUE 0.
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "MOVEIN".

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
            MOVE SPACES TO WS-AUDIT-RESUMO
            PERFORM CARREGA-CLIENTES
            PERFORM CARREGA-MEDIDORES
            IF WS-FS-CUSTMASTER NOT = "00"
                    AND WS-FS-CUSTMASTER NOT = "10"
                DISPLAY "CUSTMASTER NAO ENCONTRADO - MUDANCA"
      -             " RECUSADA"
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-CLI-ESTOUROU = 'S' OR WS-CLI-TOTAL = 200
                        OR WS-MDR-ESTOUROU = 'S'
                    IF WS-MDR-ESTOUROU = 'S'
                        DISPLAY "METERMASTER EXCEDE 500 MEDIDORES -"
      -                     " MUDANCA ABORTADA"
                    ELSE
                        DISPLAY "CUSTMASTER EXCEDE 200 CONTAS -"
      -                     " MUDANCA ABORTADA"
                    END-IF
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM REGISTRA-MUDANCA
                END-IF
            END-IF
            IF WS-AUDIT-RESUMO = SPACES
                MOVE "MUDANCA NAO REGISTRADA" TO WS-AUDIT-RESUMO
            END-IF
            PERFORM GRAVA-AUDITORIA
            GOBACK.

       REGISTRA-MUDANCA.
            PERFORM LE-CONTA-ANTERIOR.
            IF WS-VALIDO = 'S'
                PERFORM LE-DADOS-OCUPANTE
            END-IF
            IF WS-VALIDO = 'S'
                PERFORM BUSCA-LEITURA-FINAL
                IF WS-TEM-LEITURA = 'N'
                    DISPLAY "SEM LEITURA FINAL NO METERREAD - DIGITE A"
      -                 " LEITURA DE ABERTURA:"
                    ACCEPT WS-LEITURA-ABERTURA
                ELSE
                    IF WS-ULT-ORIGEM NOT = 'F'
                        DISPLAY "ATENCAO: ULTIMA LEITURA DA CONTA NAO"
      -                     " E A FINAL DA DESOCUPACAO"
                    END-IF
                    DISPLAY "LEITURA DE ABERTURA (FINAL DO OCUPANTE"
      -                 " ANTERIOR): " WS-LEITURA-ABERTURA
                END-IF
                PERFORM INCLUI-CLIENTE
                PERFORM GRAVA-LEITURA-ABERTURA
                PERFORM TRANSFERE-MEDIDOR
                MOVE SPACES TO WS-AUDIT-RESUMO
                STRING "MUDANCA CONTA " WS-CONTA-NOVA
                    DELIMITED BY SIZE INTO WS-AUDIT-RESUMO
                DISPLAY "CONTA " WS-CONTA-NOVA " ABERTA EM "
                    WS-DATA-MUDANCA
            END-IF.

      * The premise is only free once the previous tenant's account
      * was closed by the move-out final invoice, and only once: an
      * account already opened in its place means the move-in was
      * keyed before.
       LE-CONTA-ANTERIOR.
            MOVE 'N' TO WS-VALIDO.
            DISPLAY "CONTA ENCERRADA DO OCUPANTE ANTERIOR:".
            ACCEPT WS-CONTA-ANTERIOR.
            MOVE WS-CONTA-ANTERIOR TO WS-CONTA-BUSCA.
            PERFORM LOCALIZA-CLIENTE.
            IF WS-CLI-ACHOU = 'N'
                DISPLAY "CONTA NAO CADASTRADA: " WS-CONTA-ANTERIOR
            ELSE
                IF CU-SITUACAO NOT = 'F'
                    DISPLAY "CONTA " WS-CONTA-ANTERIOR " NAO ESTA"
      -                 " ENCERRADA - FATURE A DESOCUPACAO PRIMEIRO"
                ELSE
                    MOVE 'S' TO WS-VALIDO
                    MOVE CU-ENDERECO TO WS-ENDERECO
                    MOVE CU-TARIFA TO WS-TARIFA
                    MOVE 0 TO WS-DATA-SAIDA
                    IF CU-DATA-MUDANCA IS NUMERIC
                        MOVE CU-DATA-MUDANCA TO WS-DATA-SAIDA
                    END-IF
                    DISPLAY "OCUPANTE ANTERIOR: " CU-NOME
                    DISPLAY "ENDERECO: " CU-ENDERECO
                    DISPLAY "DESOCUPADO EM: " WS-DATA-SAIDA
                    PERFORM VERIFICA-SUCESSORA
                END-IF
            END-IF.

       VERIFICA-SUCESSORA.
            MOVE 0 TO WS-CONTA-SUCESSORA.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                    OR WS-CONTA-SUCESSORA > 0
                MOVE WS-CLI-REGISTRO(WS-CLI-SUB) TO
                    CUSTOMER-MASTER-RECORD
                IF CU-CONTA-ANTERIOR IS NUMERIC
                        AND CU-CONTA-ANTERIOR = WS-CONTA-ANTERIOR
                    MOVE CU-CONTA TO WS-CONTA-SUCESSORA
                END-IF
            END-PERFORM.
            IF WS-CONTA-SUCESSORA > 0
                DISPLAY "CONTA " WS-CONTA-ANTERIOR " JA SUCEDIDA PELA"
      -             " CONTA " WS-CONTA-SUCESSORA " - RECUSADO"
                MOVE 'N' TO WS-VALIDO
                MOVE 8 TO RETURN-CODE
            END-IF.

       LE-DADOS-OCUPANTE.
            DISPLAY "NUMERO DA NOVA CONTA:".
            ACCEPT WS-CONTA-NOVA.
            MOVE WS-CONTA-NOVA TO WS-CONTA-BUSCA.
            PERFORM LOCALIZA-CLIENTE.
            IF WS-CONTA-NOVA = 0 OR WS-CLI-ACHOU = 'S'
                DISPLAY "CONTA " WS-CONTA-NOVA " JA CADASTRADA OU"
      -             " INVALIDA - RECUSADO"
                MOVE 'N' TO WS-VALIDO
            END-IF
            IF WS-VALIDO = 'S'
                DISPLAY "NOME DO NOVO OCUPANTE:"
                MOVE SPACES TO WS-NOME
                ACCEPT WS-NOME
                IF WS-NOME = SPACES
                    DISPLAY "NOME OBRIGATORIO - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-IF
            IF WS-VALIDO = 'S'
                DISPLAY "TARIFA (R/C/I, ENTER = " WS-TARIFA "):"
                MOVE SPACES TO WS-TARIFA-ENTRADA
                ACCEPT WS-TARIFA-ENTRADA
                IF WS-TARIFA-ENTRADA NOT = SPACES
                    MOVE WS-TARIFA-ENTRADA TO WS-TARIFA
                END-IF
                IF WS-TARIFA NOT = 'R' AND WS-TARIFA NOT = 'C'
                        AND WS-TARIFA NOT = 'I'
                    DISPLAY "TARIFA INVALIDA - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-IF
            IF WS-VALIDO = 'S'
                DISPLAY "DATA DA MUDANCA (AAAAMMDD, ENTER = HOJE):"
                MOVE 0 TO WS-DATA-MUDANCA
                ACCEPT WS-DATA-MUDANCA
                IF WS-DATA-MUDANCA = 0
                    MOVE WS-DATA-REF TO WS-DATA-MUDANCA
                END-IF
                IF WS-DATA-MUDANCA < WS-DATA-SAIDA
                    DISPLAY "MUDANCA ANTERIOR A DESOCUPACAO - RECUSADO"
                    MOVE 'N' TO WS-VALIDO
                END-IF
            END-IF.

      * Leaves the account's record in CUSTOMER-MASTER-RECORD when
      * found.
       LOCALIZA-CLIENTE.
            MOVE 'N' TO WS-CLI-ACHOU.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                    OR WS-CLI-ACHOU = 'S'
                MOVE WS-CLI-REGISTRO(WS-CLI-SUB) TO
                    CUSTOMER-MASTER-RECORD
                IF CU-CONTA = WS-CONTA-BUSCA
                    MOVE 'S' TO WS-CLI-ACHOU
                    SUBTRACT 1 FROM WS-CLI-SUB
                END-IF
            END-PERFORM.

      * The previous tenant's final reading - METERREAD is
      * append-only, so the closed account's last record.
       BUSCA-LEITURA-FINAL.
            MOVE 'N' TO WS-TEM-LEITURA.
            MOVE 0 TO WS-LEITURA-ABERTURA.
            MOVE SPACES TO WS-ULT-ORIGEM.
            MOVE SPACES TO WS-ULT-SERIE.
            MOVE 0 TO WS-ULT-MULT.
            MOVE 0 TO WS-ULT-DIGITOS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT METER-READING-FILE.
            IF WS-FS-METERREAD NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ METER-READING-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF MR-CONTA = WS-CONTA-ANTERIOR
                            MOVE 'S' TO WS-TEM-LEITURA
                            MOVE MR-LEITURA-ATUAL TO
                                WS-LEITURA-ABERTURA
                            MOVE MR-ORIGEM TO WS-ULT-ORIGEM
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
            END-PERFORM.
            IF WS-FS-METERREAD = "10"
                CLOSE METER-READING-FILE
            END-IF.

       INCLUI-CLIENTE.
            MOVE SPACES TO CUSTOMER-MASTER-RECORD.
            MOVE WS-CONTA-NOVA TO CU-CONTA.
            MOVE WS-NOME TO CU-NOME.
            MOVE WS-ENDERECO TO CU-ENDERECO.
            MOVE WS-TARIFA TO CU-TARIFA.
            MOVE 'A' TO CU-SITUACAO.
            MOVE WS-DATA-MUDANCA TO CU-DATA-MUDANCA.
            MOVE WS-CONTA-ANTERIOR TO CU-CONTA-ANTERIOR.
            ADD 1 TO WS-CLI-TOTAL.
            MOVE CUSTOMER-MASTER-RECORD TO
                WS-CLI-REGISTRO(WS-CLI-TOTAL).
            MOVE SPACES TO WS-CHG-ANTES.
            MOVE CUSTOMER-MASTER-RECORD TO WS-CHG-DEPOIS.
            OPEN OUTPUT CUSTOMER-MASTER-FILE.
            PERFORM VARYING WS-CLI-SUB FROM 1 BY 1
                    UNTIL WS-CLI-SUB > WS-CLI-TOTAL
                MOVE WS-CLI-REGISTRO(WS-CLI-SUB) TO
                    CUSTOMER-MASTER-RECORD
                WRITE CUSTOMER-MASTER-RECORD
            END-PERFORM.
            CLOSE CUSTOMER-MASTER-FILE.
            MOVE "CUSTMASTER" TO WS-CHG-ARQUIVO.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE SPACES TO WS-CHG-CHAVE.
            MOVE WS-CONTA-NOVA TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.

      * Opening record: previous and current reading both the
      * carried figure, so METERENT chains the new account's first
      * reading off it and the billing run never bills it.
       GRAVA-LEITURA-ABERTURA.
            OPEN EXTEND METER-READING-FILE.
            IF WS-FS-METERREAD = "35"
                OPEN OUTPUT METER-READING-FILE
            END-IF
            MOVE SPACES TO METER-READING-RECORD.
            MOVE WS-CONTA-NOVA TO MR-CONTA.
            MOVE WS-DATA-MUDANCA(1:6) TO MR-CICLO.
            MOVE WS-LEITURA-ABERTURA TO MR-LEITURA-ANTERIOR.
            MOVE WS-LEITURA-ABERTURA TO MR-LEITURA-ATUAL.
            MOVE WS-DATA-MUDANCA TO MR-DATA-LEITURA.
            MOVE 'I' TO MR-ORIGEM.
            MOVE WS-ULT-SERIE TO MR-SERIE.
            MOVE WS-ULT-MULT TO MR-MULTIPLICADOR.
            MOVE WS-ULT-DIGITOS TO MR-DIGITOS.
            MOVE 0 TO MR-CONSUMO-TROCA.
            WRITE METER-READING-RECORD.
            CLOSE METER-READING-FILE.

      * The meter stays on the wall: its active METERMASTER record
      * simply follows the premise to the new account. Retired
      * meters stay with the closed account as its history.
       TRANSFERE-MEDIDOR.
            MOVE 'N' TO WS-MDR-ACHOU.
            PERFORM VARYING WS-MDR-SUB FROM 1 BY 1
                    UNTIL WS-MDR-SUB > WS-MDR-TOTAL
                    OR WS-MDR-ACHOU = 'S'
                MOVE WS-MDR-REGISTRO(WS-MDR-SUB) TO METER-MASTER-RECORD
                IF MM-CONTA = WS-CONTA-ANTERIOR AND MM-SITUACAO = 'A'
                    MOVE 'S' TO WS-MDR-ACHOU
                    MOVE METER-MASTER-RECORD TO WS-CHG-ANTES
                    MOVE WS-CONTA-NOVA TO MM-CONTA
                    MOVE METER-MASTER-RECORD TO WS-CHG-DEPOIS
                    MOVE METER-MASTER-RECORD TO
                        WS-MDR-REGISTRO(WS-MDR-SUB)
                    DISPLAY "MEDIDOR " MM-SERIE " TRANSFERIDO PARA A"
      -                 " CONTA " WS-CONTA-NOVA
                END-IF
            END-PERFORM.
            IF WS-MDR-ACHOU = 'S'
                OPEN OUTPUT METER-MASTER-FILE
                PERFORM VARYING WS-MDR-SUB FROM 1 BY 1
                        UNTIL WS-MDR-SUB > WS-MDR-TOTAL
                    MOVE WS-MDR-REGISTRO(WS-MDR-SUB) TO
                        METER-MASTER-RECORD
                    WRITE METER-MASTER-RECORD
                END-PERFORM
                CLOSE METER-MASTER-FILE
                MOVE "METERMASTE" TO WS-CHG-ARQUIVO
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE MM-SERIE TO WS-CHG-CHAVE
                PERFORM GRAVA-CHANGELOG
            END-IF.

       CARREGA-CLIENTES.
            MOVE 0 TO WS-CLI-TOTAL.
            MOVE 'N' TO WS-CLI-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CUSTOMER-MASTER-FILE.
            IF WS-FS-CUSTMASTER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CUSTOMER-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-CLI-TOTAL < 200
                            ADD 1 TO WS-CLI-TOTAL
                            MOVE CUSTOMER-MASTER-RECORD TO
                                WS-CLI-REGISTRO(WS-CLI-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-CLI-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CUSTMASTER = "10"
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
                            MOVE METER-MASTER-RECORD TO
                                WS-MDR-REGISTRO(WS-MDR-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-MDR-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-METERMASTER = "10"
                CLOSE METER-MASTER-FILE
            END-IF.

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM MOVEIN.
