      ******************************************************************
      * Author:
      * Date:
      * Purpose: takes the truck papers off the wall calendar. Mode 1
      *          keeps the VEHDOCS file - per plate the current
      *          licenciamento, IPVA and seguro: number, expiry date,
      *          amount due and the insurer or authority; a renewal
      *          replaces the plate's line of that type, and every
      *          change goes to the CHANGELOG. Mode 2 is the monthly
      *          run: the documents already expired or expiring in
      *          the next 60 days, in expiry order, with the amounts
      *          to budget per document type on VEHDOCRPT. TRIPDISP
      *          reads the same file to refuse a plate whose license
      *          or insurance has run out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEHDOCS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHICLE-DOCUMENT-FILE ASSIGN TO "VEHDOCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VEHDOCS.
           SELECT DOCUMENT-REPORT-FILE ASSIGN TO "VEHDOCRPT"
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
       FD  VEHICLE-DOCUMENT-FILE.
           COPY "vehdoc.cpy".

       FD  DOCUMENT-REPORT-FILE.
       01  DOCUMENT-REPORT-RECORD   PIC X(100).

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-OPCAO PIC 9(1).
           77 WS-FS-VEHDOCS PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-DATA-LIMITE PIC 9(8).
           77 WS-JANELA-DIAS PIC 9(3) VALUE 60.
           77 WS-DS-FUNCAO PIC X(1).
           77 WS-DS-DATA PIC 9(8).
           77 WS-DS-DATA-2 PIC 9(8).
           77 WS-DS-DIAS PIC S9(9).
      * The file is small; every line is held as its record image
      * and the whole file rewritten after a change.
           01 WS-TABELA-DOCUMENTOS.
               05 WS-DOC-REGISTRO PIC X(68) OCCURS 300 TIMES.
           77 WS-DOC-TOTAL PIC 9(3) VALUE 0.
           77 WS-DOC-SUB PIC 9(3).
           77 WS-DOC-ACHOU PIC X(1).
           77 WS-DOC-ESTOUROU PIC X(1) VALUE 'N'.
      * Report selection: expiry date first so the sort key is the
      * front of the entry.
           01 WS-TABELA-VENCIMENTOS.
               05 WS-VEN-ENTRADA OCCURS 300 TIMES.
                   10 WS-VEN-VALIDADE   PIC 9(8).
                   10 WS-VEN-REGISTRO   PIC X(68).
           01 WS-VEN-TROCA              PIC X(76).
           77 WS-VEN-TOTAL PIC 9(3) VALUE 0.
           77 WS-VEN-SUB PIC 9(3).
           77 WS-VEN-SUB2 PIC 9(3).
           77 WS-PLACA-ENTRADA PIC X(10).
           77 WS-TIPO-ENTRADA PIC X(1).
               88 WS-TIPO-VALIDO VALUE 'L' 'I' 'S'.
           77 WS-NUMERO-ENTRADA PIC X(15).
           77 WS-VALIDADE-ENTRADA PIC 9(8).
           77 WS-VALOR-ENTRADA PIC 9(7)V99.
           77 WS-EMISSOR-ENTRADA PIC X(20).
           77 WS-DESC-TIPO PIC X(13).
           77 WS-SITUACAO PIC X(10).
           77 WS-DIAS-RESTANTES PIC S9(9).
           77 WS-ED-DIAS PIC ZZZZ9.
           77 WS-ED-VALOR PIC ZZZZZZ9.99.
           77 WS-ED-TOTAL PIC ZZZZZZZ9.99.
           77 WS-TOT-LICENCIAMENTO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-IPVA PIC 9(8)V99 VALUE 0.
           77 WS-TOT-SEGURO PIC 9(8)V99 VALUE 0.
           77 WS-TOT-GERAL PIC 9(8)V99 VALUE 0.
           77 WS-QTD-VENCIDOS PIC 9(3) VALUE 0.
           77 WS-LINHA PIC X(100).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "VEHDOCS".

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
            PERFORM CARREGA-DOCUMENTOS
            DISPLAY "1 - MANTER DOCUMENTOS DOS VEICULOS"
            DISPLAY "2 - VENCIMENTOS DOS PROXIMOS 60 DIAS (MENSAL)"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM MANTEM-DOCUMENTOS
                     MOVE "MODO 1 - MANTEM VEHDOCS" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM RELATORIO-VENCIMENTOS
                     MOVE "MODO 2 - VENCIMENTOS 60 DIAS" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO = 1 OR MODO = 2
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

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
                        IF WS-DOC-TOTAL < 300
                            ADD 1 TO WS-DOC-TOTAL
                            MOVE VEHICLE-DOCUMENT-RECORD TO
                                WS-DOC-REGISTRO(WS-DOC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-DOC-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-VEHDOCS = "10"
                CLOSE VEHICLE-DOCUMENT-FILE
            END-IF.

       MANTEM-DOCUMENTOS.
            DISPLAY "1 - LISTAR / 2 - INCLUIR OU RENOVAR / 3 - EXCLUIR"
            ACCEPT WS-OPCAO
            EVALUATE WS-OPCAO
             WHEN 1 PERFORM LISTA-DOCUMENTOS
             WHEN 2 PERFORM RENOVA-DOCUMENTO
             WHEN 3 PERFORM EXCLUI-DOCUMENTO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.

       LISTA-DOCUMENTOS.
            PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                    UNTIL WS-DOC-SUB > WS-DOC-TOTAL
                MOVE WS-DOC-REGISTRO(WS-DOC-SUB)
                    TO VEHICLE-DOCUMENT-RECORD
                PERFORM DESCREVE-TIPO
                MOVE VD-VALOR TO WS-ED-VALOR
                DISPLAY VD-PLACA " " WS-DESC-TIPO " " VD-NUMERO
      -             " VENCE " VD-VALIDADE " " WS-ED-VALOR " "
      -             VD-EMISSOR
            END-PERFORM.
            DISPLAY "DOCUMENTOS: " WS-DOC-TOTAL.

      * A plate has one current line per document type; keying the
      * same plate and type again is the renewal.
       RENOVA-DOCUMENTO.
            DISPLAY "DIGITE A PLACA:"
            ACCEPT WS-PLACA-ENTRADA
            DISPLAY "TIPO (L=LICENCIAMENTO I=IPVA S=SEGURO):"
            ACCEPT WS-TIPO-ENTRADA
            DISPLAY "NUMERO DO DOCUMENTO OU APOLICE:"
            ACCEPT WS-NUMERO-ENTRADA
            DISPLAY "DATA DE VENCIMENTO (AAAAMMDD):"
            ACCEPT WS-VALIDADE-ENTRADA
            DISPLAY "VALOR DEVIDO NA RENOVACAO:"
            ACCEPT WS-VALOR-ENTRADA
            DISPLAY "SEGURADORA OU ORGAO EMISSOR:"
            ACCEPT WS-EMISSOR-ENTRADA
            PERFORM BUSCA-DOCUMENTO.
            EVALUATE TRUE
             WHEN WS-PLACA-ENTRADA = SPACES
                DISPLAY "PLACA NAO INFORMADA"
                MOVE 8 TO RETURN-CODE
             WHEN NOT WS-TIPO-VALIDO
                DISPLAY "TIPO DE DOCUMENTO INVALIDO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-VALIDADE-ENTRADA NOT NUMERIC
                    OR WS-VALIDADE-ENTRADA = 0
                DISPLAY "DATA DE VENCIMENTO INVALIDA"
                MOVE 8 TO RETURN-CODE
             WHEN WS-EMISSOR-ENTRADA = SPACES
                DISPLAY "SEGURADORA OU ORGAO NAO INFORMADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-DOC-ESTOUROU = 'S'
                DISPLAY "VEHDOCS MAIOR QUE A TABELA - NAO ALTERADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-DOC-ACHOU = 'N' AND WS-DOC-TOTAL >= 300
                DISPLAY "ARQUIVO DE DOCUMENTOS CHEIO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                PERFORM GRAVA-DOCUMENTO
            END-EVALUATE.

       GRAVA-DOCUMENTO.
            MOVE SPACES TO WS-CHG-ANTES.
            IF WS-DOC-ACHOU = 'S'
                MOVE WS-DOC-REGISTRO(WS-DOC-SUB) TO WS-CHG-ANTES
                MOVE "A" TO WS-CHG-OPERACAO
            ELSE
                ADD 1 TO WS-DOC-TOTAL
                MOVE WS-DOC-TOTAL TO WS-DOC-SUB
                MOVE "I" TO WS-CHG-OPERACAO
            END-IF
            MOVE SPACES TO VEHICLE-DOCUMENT-RECORD.
            MOVE WS-PLACA-ENTRADA TO VD-PLACA.
            MOVE WS-TIPO-ENTRADA TO VD-TIPO.
            MOVE WS-NUMERO-ENTRADA TO VD-NUMERO.
            MOVE WS-VALIDADE-ENTRADA TO VD-VALIDADE.
            MOVE WS-VALOR-ENTRADA TO VD-VALOR.
            MOVE WS-EMISSOR-ENTRADA TO VD-EMISSOR.
            MOVE VEHICLE-DOCUMENT-RECORD TO WS-DOC-REGISTRO(WS-DOC-SUB).
            MOVE VEHICLE-DOCUMENT-RECORD TO WS-CHG-DEPOIS.
            PERFORM REGRAVA-DOCUMENTOS.
            PERFORM GRAVA-CHANGELOG-DOCUMENTO.
            DISPLAY "DOCUMENTO GRAVADO".

       EXCLUI-DOCUMENTO.
            DISPLAY "DIGITE A PLACA:"
            ACCEPT WS-PLACA-ENTRADA
            DISPLAY "TIPO (L=LICENCIAMENTO I=IPVA S=SEGURO):"
            ACCEPT WS-TIPO-ENTRADA
            PERFORM BUSCA-DOCUMENTO.
            IF WS-DOC-ACHOU = 'N'
                DISPLAY "DOCUMENTO NAO ENCONTRADO"
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE WS-DOC-REGISTRO(WS-DOC-SUB) TO WS-CHG-ANTES
                MOVE SPACES TO WS-CHG-DEPOIS
                MOVE "E" TO WS-CHG-OPERACAO
                PERFORM VARYING WS-DOC-SUB FROM WS-DOC-SUB BY 1
                        UNTIL WS-DOC-SUB >= WS-DOC-TOTAL
                    MOVE WS-DOC-REGISTRO(WS-DOC-SUB + 1)
                        TO WS-DOC-REGISTRO(WS-DOC-SUB)
                END-PERFORM
                SUBTRACT 1 FROM WS-DOC-TOTAL
                PERFORM REGRAVA-DOCUMENTOS
                PERFORM GRAVA-CHANGELOG-DOCUMENTO
                DISPLAY "DOCUMENTO EXCLUIDO"
            END-IF.

       BUSCA-DOCUMENTO.
            MOVE 'N' TO WS-DOC-ACHOU.
            PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                    UNTIL WS-DOC-SUB > WS-DOC-TOTAL
                    OR WS-DOC-ACHOU = 'S'
                MOVE WS-DOC-REGISTRO(WS-DOC-SUB)
                    TO VEHICLE-DOCUMENT-RECORD
                IF VD-PLACA = WS-PLACA-ENTRADA
                        AND VD-TIPO = WS-TIPO-ENTRADA
                    MOVE 'S' TO WS-DOC-ACHOU
                END-IF
            END-PERFORM.
            IF WS-DOC-ACHOU = 'S'
                SUBTRACT 1 FROM WS-DOC-SUB
            END-IF.

       REGRAVA-DOCUMENTOS.
            OPEN OUTPUT VEHICLE-DOCUMENT-FILE.
            PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                    UNTIL WS-DOC-SUB > WS-DOC-TOTAL
                MOVE WS-DOC-REGISTRO(WS-DOC-SUB)
                    TO VEHICLE-DOCUMENT-RECORD
                WRITE VEHICLE-DOCUMENT-RECORD
            END-PERFORM.
            CLOSE VEHICLE-DOCUMENT-FILE.

      * The change key is the plate; the document type is the
      * twelfth byte of both images.
       GRAVA-CHANGELOG-DOCUMENTO.
            MOVE "VEHDOCS" TO WS-CHG-ARQUIVO.
            MOVE WS-PLACA-ENTRADA TO WS-CHG-CHAVE.
            PERFORM GRAVA-CHANGELOG.

       DESCREVE-TIPO.
            EVALUATE VD-TIPO
             WHEN 'L' MOVE "LICENCIAMENTO" TO WS-DESC-TIPO
             WHEN 'I' MOVE "IPVA" TO WS-DESC-TIPO
             WHEN 'S' MOVE "SEGURO" TO WS-DESC-TIPO
             WHEN OTHER MOVE "?" TO WS-DESC-TIPO
            END-EVALUATE.

      * The month's budget list: everything already expired (still
      * to be paid) and everything expiring up to 60 days past the
      * business date, soonest first.
       RELATORIO-VENCIMENTOS.
            MOVE 'J' TO WS-DS-FUNCAO.
            MOVE WS-DATA-REF TO WS-DS-DATA.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            ADD WS-JANELA-DIAS TO WS-DS-DIAS.
            MOVE 'D' TO WS-DS-FUNCAO.
            CALL "DATESERV" USING WS-DS-FUNCAO WS-DS-DATA
                WS-DS-DATA-2 WS-DS-DIAS.
            MOVE WS-DS-DATA TO WS-DATA-LIMITE.
            MOVE 0 TO WS-VEN-TOTAL.
            PERFORM VARYING WS-DOC-SUB FROM 1 BY 1
                    UNTIL WS-DOC-SUB > WS-DOC-TOTAL
                MOVE WS-DOC-REGISTRO(WS-DOC-SUB)
                    TO VEHICLE-DOCUMENT-RECORD
                IF VD-VALIDADE <= WS-DATA-LIMITE
                    ADD 1 TO WS-VEN-TOTAL
                    MOVE VD-VALIDADE TO WS-VEN-VALIDADE(WS-VEN-TOTAL)
                    MOVE VEHICLE-DOCUMENT-RECORD
                        TO WS-VEN-REGISTRO(WS-VEN-TOTAL)
                END-IF
            END-PERFORM.
            PERFORM ORDENA-VENCIMENTOS.
            OPEN OUTPUT DOCUMENT-REPORT-FILE.
            MOVE SPACES TO WS-LINHA.
            STRING "DOCUMENTOS DE VEICULOS - VENCIDOS E A VENCER ATE "
                WS-DATA-LIMITE " (REF " WS-DATA-REF ")"
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                    UNTIL WS-VEN-SUB > WS-VEN-TOTAL
                PERFORM IMPRIME-VENCIMENTO
            END-PERFORM.
            MOVE WS-TOT-LICENCIAMENTO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "A ORCAR  LICENCIAMENTO " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-TOT-IPVA TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "A ORCAR  IPVA          " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-TOT-SEGURO TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "A ORCAR  SEGURO        " WS-ED-TOTAL
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-TOT-GERAL TO WS-ED-TOTAL.
            MOVE SPACES TO WS-LINHA.
            STRING "A ORCAR  TOTAL         " WS-ED-TOTAL
                "   DOCUMENTOS: " WS-VEN-TOTAL
                "  VENCIDOS: " WS-QTD-VENCIDOS
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            CLOSE DOCUMENT-REPORT-FILE.
            IF WS-QTD-VENCIDOS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.

       ORDENA-VENCIMENTOS.
            PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                    UNTIL WS-VEN-SUB >= WS-VEN-TOTAL
                PERFORM VARYING WS-VEN-SUB2 FROM 1 BY 1
                        UNTIL WS-VEN-SUB2 >= WS-VEN-TOTAL
                    IF WS-VEN-ENTRADA(WS-VEN-SUB2) >
                            WS-VEN-ENTRADA(WS-VEN-SUB2 + 1)
                        MOVE WS-VEN-ENTRADA(WS-VEN-SUB2)
                            TO WS-VEN-TROCA
                        MOVE WS-VEN-ENTRADA(WS-VEN-SUB2 + 1)
                            TO WS-VEN-ENTRADA(WS-VEN-SUB2)
                        MOVE WS-VEN-TROCA
                            TO WS-VEN-ENTRADA(WS-VEN-SUB2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       IMPRIME-VENCIMENTO.
            MOVE WS-VEN-REGISTRO(WS-VEN-SUB) TO VEHICLE-DOCUMENT-RECORD.
            PERFORM DESCREVE-TIPO.
            IF VD-VALIDADE < WS-DATA-REF
                MOVE "VENCIDO" TO WS-SITUACAO
                ADD 1 TO WS-QTD-VENCIDOS
            ELSE
                MOVE 'J' TO WS-DS-FUNCAO
                MOVE VD-VALIDADE TO WS-DS-DATA
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
            EVALUATE VD-TIPO
             WHEN 'L' ADD VD-VALOR TO WS-TOT-LICENCIAMENTO
             WHEN 'I' ADD VD-VALOR TO WS-TOT-IPVA
             WHEN 'S' ADD VD-VALOR TO WS-TOT-SEGURO
            END-EVALUATE
            ADD VD-VALOR TO WS-TOT-GERAL.
            MOVE VD-VALOR TO WS-ED-VALOR.
            MOVE SPACES TO WS-LINHA.
            STRING VD-VALIDADE " " VD-PLACA " " WS-DESC-TIPO " "
                VD-NUMERO " " VD-EMISSOR " " WS-ED-VALOR " "
                WS-SITUACAO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO DOCUMENT-REPORT-RECORD.
            WRITE DOCUMENT-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "chgproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM VEHDOCS.
