      ******************************************************************
      * Author:
      * Date:
      * Purpose: keeps the court-ordered garnishments and union dues
      *          on file instead of on the payroll clerk's desk.
      *          Mode 1 lists the GARNORDER deduction orders. Mode 2
      *          registers a new order under operator authority -
      *          employee validated against EMPMASTER, order type
      *          (pensao alimenticia, penhora judicial or
      *          contribuicao sindical), fixed amount or percentage
      *          of the net, the beneficiary's bank details and the
      *          start and end dates. Mode 3 lifts an order: its end
      *          date becomes the business date. Both write the
      *          order's before and after image on CHANGELOG, and
      *          both are refused while GARNORDER holds more orders
      *          than the table. PAYCLOSE deducts the orders in
      *          priority order at each close and BANKREMIT pays the
      *          beneficiaries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISH-ORDER-FILE ASSIGN TO "GARNORDER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GARNORDER.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMPMASTER.
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
       FD  GARNISH-ORDER-FILE.
           COPY "garnord.cpy".

       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05 EM-ID                 PIC X(10).
           05 EM-DELIM-1            PIC X(1).
           05 EM-NOME               PIC X(10).
           05 EM-DELIM-2            PIC X(1).
           05 EM-SEXO               PIC X(1).
           05 EM-DELIM-3            PIC X(1).
           05 EM-DEPARTAMENTO       PIC X(10).

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-GARNORDER PIC X(2).
           77 WS-FS-EMPMASTER PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-EMP-ENTRADA PIC X(10).
           77 WS-EMP-ACHOU PIC X(1).
           77 WS-ORDEM-ENTRADA PIC X(10).
           77 WS-DATA-REF PIC 9(8).
           77 WS-QTD-LISTADOS PIC 9(3) VALUE 0.
           01 WS-NOVA-ORDEM.
               05 WS-NOV-TIPO           PIC X(1).
               05 WS-NOV-FORMA          PIC X(1).
               05 WS-NOV-VALOR          PIC 9(6)V99.
               05 WS-NOV-PERCENTUAL     PIC 9(2)V99.
               05 WS-NOV-BENEFICIARIO   PIC X(20).
               05 WS-NOV-BANCO          PIC 9(3).
               05 WS-NOV-AGENCIA        PIC 9(4).
               05 WS-NOV-CONTA          PIC 9(8).
               05 WS-NOV-INICIO         PIC 9(8).
               05 WS-NOV-FIM            PIC 9(8).
           77 WS-NOV-VALIDA PIC X(1).
           01 WS-TABELA-ORDENS.
               05 WS-ORD-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-ORD-IX.
                   10 WS-ORD-REGISTRO   PIC X(96).
           77 WS-ORD-TOTAL PIC 9(3) VALUE 0.
           77 WS-ORD-SUB PIC 9(3).
           77 WS-ORD-ACHOU PIC X(1).
           77 WS-ORD-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-IMAGEM-ORDEM PIC X(80).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "GARNMAINT".

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
            MOVE "GARNORDER" TO WS-CHG-ARQUIVO
            ACCEPT WS-DATA-REF FROM DATE YYYYMMDD
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-REF
            END-IF
            DISPLAY "1 - LISTAR ORDENS DE DESCONTO"
            DISPLAY "2 - CADASTRAR ORDEM DE DESCONTO"
            DISPLAY "3 - ENCERRAR ORDEM DE DESCONTO"
            ACCEPT MODO
            EVALUATE MODO
             WHEN 1 PERFORM LISTA-ORDENS
                     MOVE "MODO 1 - LISTA ORDENS" TO WS-AUDIT-RESUMO
             WHEN 2 PERFORM CADASTRA-ORDEM
                     MOVE "MODO 2 - CADASTRO ORDEM" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM ENCERRA-ORDEM
                     MOVE "MODO 3 - ENCERRAMENTO ORDEM" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 3
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       LISTA-ORDENS.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GARNISH-ORDER-FILE.
            IF WS-FS-GARNORDER NOT = "00"
                DISPLAY "GARNORDER NAO ENCONTRADO - NENHUMA ORDEM"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GARNISH-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        ADD 1 TO WS-QTD-LISTADOS
                        DISPLAY GO-ORDEM-ID " " GO-EMP-ID
      -                     " TIPO " GO-TIPO
      -                     " FORMA " GO-FORMA
      -                     " VALOR " GO-VALOR
      -                     " PERC " GO-PERCENTUAL
      -                     " DE " GO-DATA-INICIO
      -                     " ATE " GO-DATA-FIM
                        DISPLAY "    BENEFICIARIO " GO-BENEFICIARIO
      -                     " BANCO " GO-BANCO
      -                     " AG " GO-AGENCIA
      -                     " CONTA " GO-CONTA
                END-READ
            END-PERFORM.
            IF WS-FS-GARNORDER = "10"
                CLOSE GARNISH-ORDER-FILE
            END-IF
            DISPLAY "ORDENS NO ARQUIVO: " WS-QTD-LISTADOS.

       CADASTRA-ORDEM.
            DISPLAY "DIGITE O NUMERO DO PROCESSO/ORDEM:"
            ACCEPT WS-ORDEM-ENTRADA
            PERFORM CARREGA-ORDENS
            PERFORM LOCALIZA-ORDEM
            EVALUATE TRUE
             WHEN WS-ORD-ESTOUROU = 'S'
                DISPLAY "GARNORDER EXCEDE 300 ORDENS - CADASTRO"
      -             " RECUSADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ORDEM-ENTRADA = SPACES OR WS-ORD-ACHOU = 'S'
                DISPLAY "ORDEM EM BRANCO OU JA CADASTRADA - CADASTRO"
      -             " RECUSADO"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                DISPLAY "DIGITE O ID DO FUNCIONARIO:"
                ACCEPT WS-EMP-ENTRADA
                PERFORM VALIDA-FUNCIONARIO
                IF WS-EMP-ACHOU = 'N'
                    DISPLAY "FUNCIONARIO NAO CADASTRADO - CADASTRO"
      -                 " RECUSADO"
                    MOVE 8 TO RETURN-CODE
                ELSE
                    PERFORM LE-DADOS-ORDEM
                    IF WS-NOV-VALIDA = 'S'
                        PERFORM GRAVA-NOVA-ORDEM
                    END-IF
                END-IF
            END-EVALUATE.

       LE-DADOS-ORDEM.
            MOVE 'S' TO WS-NOV-VALIDA.
            MOVE 0 TO WS-NOV-VALOR.
            MOVE 0 TO WS-NOV-PERCENTUAL.
            DISPLAY "TIPO: A-PENSAO ALIMENTICIA J-PENHORA JUDICIAL"
      -         " S-CONTRIBUICAO SINDICAL"
            ACCEPT WS-NOV-TIPO
            DISPLAY "FORMA: V-VALOR FIXO P-PERCENTUAL DO LIQUIDO"
            ACCEPT WS-NOV-FORMA
            IF WS-NOV-FORMA = 'V'
                DISPLAY "DIGITE O VALOR MENSAL:"
                ACCEPT WS-NOV-VALOR
            ELSE
                DISPLAY "DIGITE O PERCENTUAL DO LIQUIDO:"
                ACCEPT WS-NOV-PERCENTUAL
            END-IF
            DISPLAY "DIGITE O NOME DO BENEFICIARIO:"
            ACCEPT WS-NOV-BENEFICIARIO
            DISPLAY "DIGITE BANCO, AGENCIA E CONTA DO BENEFICIARIO:"
            ACCEPT WS-NOV-BANCO
            ACCEPT WS-NOV-AGENCIA
            ACCEPT WS-NOV-CONTA
            DISPLAY "DIGITE A DATA DE INICIO (AAAAMMDD):"
            ACCEPT WS-NOV-INICIO
            DISPLAY "DIGITE A DATA DE FIM (AAAAMMDD, 0 = SEM FIM):"
            ACCEPT WS-NOV-FIM
            EVALUATE TRUE
                WHEN WS-NOV-TIPO NOT = 'A' AND WS-NOV-TIPO NOT = 'J'
                        AND WS-NOV-TIPO NOT = 'S'
                    DISPLAY "TIPO DE ORDEM INVALIDO"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-FORMA NOT = 'V' AND WS-NOV-FORMA NOT = 'P'
                    DISPLAY "FORMA DE DESCONTO INVALIDA"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-VALOR = 0 AND WS-NOV-PERCENTUAL = 0
                    DISPLAY "VALOR OU PERCENTUAL NAO PODE SER ZERO"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-BANCO = 0 OR WS-NOV-CONTA = 0
                    DISPLAY "DADOS BANCARIOS DO BENEFICIARIO"
      -                 " OBRIGATORIOS"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-INICIO = 0
                        OR (WS-NOV-FIM NOT = 0
                            AND WS-NOV-FIM < WS-NOV-INICIO)
                    DISPLAY "PERIODO DA ORDEM INVALIDO"
                    MOVE 'N' TO WS-NOV-VALIDA
            END-EVALUATE.
            IF WS-NOV-VALIDA = 'N'
                DISPLAY "CADASTRO DESCARTADO"
                MOVE 8 TO RETURN-CODE
            END-IF.

       GRAVA-NOVA-ORDEM.
            OPEN EXTEND GARNISH-ORDER-FILE.
            IF WS-FS-GARNORDER = "35"
                OPEN OUTPUT GARNISH-ORDER-FILE
            END-IF
            MOVE SPACES TO GARNISH-ORDER-RECORD.
            MOVE WS-ORDEM-ENTRADA TO GO-ORDEM-ID.
            MOVE WS-EMP-ENTRADA TO GO-EMP-ID.
            MOVE WS-NOV-TIPO TO GO-TIPO.
            MOVE WS-NOV-FORMA TO GO-FORMA.
            MOVE WS-NOV-VALOR TO GO-VALOR.
            MOVE WS-NOV-PERCENTUAL TO GO-PERCENTUAL.
            MOVE WS-NOV-BENEFICIARIO TO GO-BENEFICIARIO.
            MOVE WS-NOV-BANCO TO GO-BANCO.
            MOVE WS-NOV-AGENCIA TO GO-AGENCIA.
            MOVE WS-NOV-CONTA TO GO-CONTA.
            MOVE WS-NOV-INICIO TO GO-DATA-INICIO.
            MOVE WS-NOV-FIM TO GO-DATA-FIM.
            WRITE GARNISH-ORDER-RECORD.
            CLOSE GARNISH-ORDER-FILE.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE GO-ORDEM-ID TO WS-CHG-CHAVE.
            MOVE SPACES TO WS-CHG-ANTES.
            PERFORM MONTA-IMAGEM-ORDEM.
            MOVE WS-IMAGEM-ORDEM TO WS-CHG-DEPOIS.
            PERFORM GRAVA-CHANGELOG.
            DISPLAY "ORDEM DE DESCONTO CADASTRADA".

      * The order stays on file for the history; the end date stops
      * PAYCLOSE deducting it from the competencia after this one.
       ENCERRA-ORDEM.
            DISPLAY "DIGITE O NUMERO DO PROCESSO/ORDEM:"
            ACCEPT WS-ORDEM-ENTRADA
            PERFORM CARREGA-ORDENS
            PERFORM LOCALIZA-ORDEM
            EVALUATE TRUE
             WHEN WS-ORD-ESTOUROU = 'S'
                DISPLAY "GARNORDER EXCEDE 300 ORDENS - ENCERRAMENTO"
      -             " RECUSADO"
                MOVE 8 TO RETURN-CODE
             WHEN WS-ORD-ACHOU = 'N'
                DISPLAY "ORDEM NAO CADASTRADA"
                MOVE 8 TO RETURN-CODE
             WHEN OTHER
                MOVE WS-ORD-REGISTRO(WS-ORD-SUB) TO
                    GARNISH-ORDER-RECORD
                PERFORM MONTA-IMAGEM-ORDEM
                MOVE WS-IMAGEM-ORDEM TO WS-CHG-ANTES
                MOVE WS-DATA-REF TO GO-DATA-FIM
                PERFORM MONTA-IMAGEM-ORDEM
                MOVE WS-IMAGEM-ORDEM TO WS-CHG-DEPOIS
                MOVE GO-ORDEM-ID TO WS-CHG-CHAVE
                MOVE GARNISH-ORDER-RECORD TO
                    WS-ORD-REGISTRO(WS-ORD-SUB)
                OPEN OUTPUT GARNISH-ORDER-FILE
                PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                        UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    MOVE WS-ORD-REGISTRO(WS-ORD-SUB) TO
                        GARNISH-ORDER-RECORD
                    WRITE GARNISH-ORDER-RECORD
                END-PERFORM
                CLOSE GARNISH-ORDER-FILE
                MOVE "A" TO WS-CHG-OPERACAO
                PERFORM GRAVA-CHANGELOG
                DISPLAY "ORDEM ENCERRADA EM " WS-DATA-REF
            END-EVALUATE.

       CARREGA-ORDENS.
            MOVE 0 TO WS-ORD-TOTAL.
            MOVE 'N' TO WS-ORD-ESTOUROU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT GARNISH-ORDER-FILE.
            IF WS-FS-GARNORDER NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ GARNISH-ORDER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF WS-ORD-TOTAL < 300
                            ADD 1 TO WS-ORD-TOTAL
                            MOVE GARNISH-ORDER-RECORD TO
                                WS-ORD-REGISTRO(WS-ORD-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-ORD-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-GARNORDER = "10"
                CLOSE GARNISH-ORDER-FILE
            END-IF.

       LOCALIZA-ORDEM.
            MOVE 'N' TO WS-ORD-ACHOU.
            PERFORM VARYING WS-ORD-SUB FROM 1 BY 1
                    UNTIL WS-ORD-SUB > WS-ORD-TOTAL
                    OR WS-ORD-ACHOU = 'S'
                IF WS-ORD-REGISTRO(WS-ORD-SUB)(1:10) = WS-ORDEM-ENTRADA
                    MOVE 'S' TO WS-ORD-ACHOU
                    SUBTRACT 1 FROM WS-ORD-SUB
                END-IF
            END-PERFORM.

      * The order id travels in CG-CHAVE, so the image carries the
      * rest of the line, run together where it still reads.
       MONTA-IMAGEM-ORDEM.
            MOVE SPACES TO WS-IMAGEM-ORDEM.
            STRING GO-EMP-ID ";"
                GO-TIPO GO-FORMA GO-VALOR GO-PERCENTUAL ";"
                GO-BENEFICIARIO ";"
                GO-BANCO GO-AGENCIA GO-CONTA ";"
                GO-DATA-INICIO GO-DATA-FIM
                DELIMITED BY SIZE INTO WS-IMAGEM-ORDEM.

      * No employee master deployed: accept the keyed id, the usual
      * missing-control-file default.
       VALIDA-FUNCIONARIO.
            MOVE 'N' TO WS-EMP-ACHOU.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT EMPLOYEE-MASTER-FILE.
            IF WS-FS-EMPMASTER NOT = "00"
                MOVE 'S' TO WS-EMP-ACHOU
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ EMPLOYEE-MASTER-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF EM-ID = WS-EMP-ENTRADA
                            MOVE 'S' TO WS-EMP-ACHOU
                            DISPLAY "FUNCIONARIO: " EM-NOME
                            MOVE 'Y' TO WS-EOF-ARQ
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-EMPMASTER = "00" OR WS-FS-EMPMASTER = "10"
                CLOSE EMPLOYEE-MASTER-FILE
            END-IF.

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM GARNMAINT.
