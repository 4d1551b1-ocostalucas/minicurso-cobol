      ******************************************************************
      * Author:
      * Date:
      * Purpose: keeps the partial scholarships and the second-child
      *          discounts on file instead of credited by hand after
      *          every tuition run. Mode 1 lists the TUITDISC
      *          discounts (blank student = all). Mode 2 keys a new
      *          discount for a STUDENTGR student - percentage of the
      *          tuition or fixed amount, reason code, first and last
      *          cycle - left waiting for approval; a sibling
      *          discount needs a brother or sister under the same
      *          GUARDMST guardian. Mode 3 is the approval: another
      *          operator approves or refuses each waiting discount,
      *          never the one who keyed it. Mode 4 ends a discount
      *          at the current cycle. TUITION applies the approved
      *          discounts in its monthly run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-DISCOUNT-FILE ASSIGN TO "TUITDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TUITDISC.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
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
       FD  TUITION-DISCOUNT-FILE.
           COPY "tuitdisc.cpy".

       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-TUITDISC PIC X(2).
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-GUARDMST PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-CICLO-ATUAL PIC 9(6).
           COPY "guardwk.cpy".
           COPY "tuitdmot.cpy".
           01 WS-TABELA-DESCONTOS.
               05 WS-DSC-ENTRADA OCCURS 300 TIMES
                       INDEXED BY WS-DSC-IX.
                   10 WS-DSC-REGISTRO   PIC X(76).
           77 WS-DSC-TOTAL PIC 9(3) VALUE 0.
           77 WS-DSC-SUB PIC 9(3).
           77 WS-DSC-ACHOU PIC X(1).
           77 WS-DSC-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-DSC-ALTERADO PIC X(1) VALUE 'N'.
           77 WS-PROX-NUMERO PIC 9(6) VALUE 0.
           77 WS-NUMERO-ENTRADA PIC 9(6).
           77 WS-ALUNO-ENTRADA PIC X(10).
           77 WS-ALUNO-VALIDO PIC X(1).
           77 WS-IRMAO PIC X(1).
           77 WS-RESP-ALUNO PIC X(10).
           77 WS-GR-SUB2 PIC 9(3).
           01 WS-NOVO-DESCONTO.
               05 WS-NOV-FORMA          PIC X(1).
               05 WS-NOV-PERCENTUAL     PIC 9(3)V99.
               05 WS-NOV-VALOR          PIC 9(6)V99.
               05 WS-NOV-MOTIVO         PIC X(2).
               05 WS-NOV-INICIO         PIC 9(6).
               05 WS-NOV-FIM            PIC 9(6).
           77 WS-NOV-VALIDA PIC X(1).
           77 WS-RESPOSTA PIC X(1).
           77 WS-QTD-LISTADOS PIC 9(3) VALUE 0.
           77 WS-QTD-APROVADOS PIC 9(3) VALUE 0.
           77 WS-QTD-RECUSADOS PIC 9(3) VALUE 0.
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "DESCMAINT".

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
            MOVE WS-DATA-REF(1:6) TO WS-CICLO-ATUAL
            MOVE "TUITDISC" TO WS-CHG-ARQUIVO
            DISPLAY "1 - LISTAR DESCONTOS DE MENSALIDADE"
            DISPLAY "2 - CADASTRAR DESCONTO"
            DISPLAY "3 - APROVAR DESCONTOS PENDENTES (SUPERVISOR)"
            DISPLAY "4 - ENCERRAR DESCONTO"
            ACCEPT MODO
            PERFORM CARREGA-DESCONTOS
            IF MODO > 1 AND WS-DSC-ESTOUROU = 'S'
                DISPLAY "OPERACAO ABORTADA - TUITDISC EXCEDE 300"
      -             " DESCONTOS E NAO SERA REGRAVADO"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            EVALUATE MODO
             WHEN 1 PERFORM LISTA-DESCONTOS
                     MOVE "MODO 1 - LISTA DESCONTOS" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM CADASTRA-DESCONTO
                     MOVE "MODO 2 - CADASTRO DESCONTO" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM APROVA-DESCONTOS
                     MOVE "MODO 3 - APROVACAO DESCONTOS" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM ENCERRA-DESCONTO
                     MOVE "MODO 4 - ENCERRAMENTO DESCONTO" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

       CARREGA-DESCONTOS.
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
                        IF WS-DSC-TOTAL < 300
                            ADD 1 TO WS-DSC-TOTAL
                            MOVE TUITION-DISCOUNT-RECORD TO
                                WS-DSC-REGISTRO(WS-DSC-TOTAL)
                        ELSE
                            MOVE 'S' TO WS-DSC-ESTOUROU
                        END-IF
                        IF TD-NUMERO > WS-PROX-NUMERO
                            MOVE TD-NUMERO TO WS-PROX-NUMERO
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-TUITDISC = "10"
                CLOSE TUITION-DISCOUNT-FILE
            END-IF.
            ADD 1 TO WS-PROX-NUMERO.

       REGRAVA-DESCONTOS.
            OPEN OUTPUT TUITION-DISCOUNT-FILE.
            PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                    UNTIL WS-DSC-SUB > WS-DSC-TOTAL
                MOVE WS-DSC-REGISTRO(WS-DSC-SUB) TO
                    TUITION-DISCOUNT-RECORD
                WRITE TUITION-DISCOUNT-RECORD
            END-PERFORM.
            CLOSE TUITION-DISCOUNT-FILE.

       LISTA-DESCONTOS.
            DISPLAY "ID DO ALUNO (ENTER = TODOS):"
            MOVE SPACES TO WS-ALUNO-ENTRADA
            ACCEPT WS-ALUNO-ENTRADA
            PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                    UNTIL WS-DSC-SUB > WS-DSC-TOTAL
                MOVE WS-DSC-REGISTRO(WS-DSC-SUB) TO
                    TUITION-DISCOUNT-RECORD
                IF WS-ALUNO-ENTRADA = SPACES
                        OR TD-STU-ID = WS-ALUNO-ENTRADA
                    PERFORM LISTA-UM-DESCONTO
                END-IF
            END-PERFORM.
            DISPLAY "DESCONTOS LISTADOS: " WS-QTD-LISTADOS.

       LISTA-UM-DESCONTO.
            ADD 1 TO WS-QTD-LISTADOS.
            MOVE TD-MOTIVO TO WS-NOV-MOTIVO.
            PERFORM LOCALIZA-MOTIVO.
            DISPLAY TD-NUMERO " " TD-STU-ID " FORMA " TD-FORMA
      -         " PERC " TD-PERCENTUAL " VALOR " TD-VALOR
      -         " DE " TD-INICIO " ATE " TD-FIM " STATUS " TD-STATUS.
            IF WS-DMO-ACHOU = 'S'
                DISPLAY "    MOTIVO " TD-MOTIVO " "
      -             WS-DMO-DESCRICAO(WS-DMO-SUB)
      -             " CADASTRO " TD-CADASTRO-OPER
      -             " APROVADOR " TD-APROVADOR
            ELSE
                DISPLAY "    MOTIVO " TD-MOTIVO
      -             " CADASTRO " TD-CADASTRO-OPER
      -             " APROVADOR " TD-APROVADOR
            END-IF.

       LOCALIZA-MOTIVO.
            MOVE 'N' TO WS-DMO-ACHOU.
            PERFORM VARYING WS-DMO-SUB FROM 1 BY 1
                    UNTIL WS-DMO-SUB > 6 OR WS-DMO-ACHOU = 'S'
                IF WS-DMO-CODIGO(WS-DMO-SUB) = WS-NOV-MOTIVO
                    MOVE 'S' TO WS-DMO-ACHOU
                    SUBTRACT 1 FROM WS-DMO-SUB
                END-IF
            END-PERFORM.

       CADASTRA-DESCONTO.
            DISPLAY "DIGITE O ID DO ALUNO:"
            ACCEPT WS-ALUNO-ENTRADA
            PERFORM VALIDA-ALUNO
            EVALUATE TRUE
             WHEN WS-ALUNO-VALIDO = 'N'
                DISPLAY "ALUNO NAO ENCONTRADO NO ROSTER"
             WHEN WS-DSC-TOTAL NOT < 300
                DISPLAY "ARQUIVO DE DESCONTOS CHEIO"
             WHEN OTHER
                PERFORM LE-DADOS-DESCONTO
                IF WS-NOV-VALIDA = 'S'
                    PERFORM GRAVA-NOVO-DESCONTO
                END-IF
            END-EVALUATE.

      * No roster deployed: accept the keyed id, the usual
      * missing-control-file default.
       VALIDA-ALUNO.
            MOVE 'S' TO WS-ALUNO-VALIDO.
            OPEN INPUT STUDENT-GRADES-FILE.
            IF WS-FS-STUDENTGR = "00"
                MOVE WS-ALUNO-ENTRADA TO STU-ID
                READ STUDENT-GRADES-FILE
                    KEY IS STU-ID
                    INVALID KEY
                        MOVE 'N' TO WS-ALUNO-VALIDO
                    NOT INVALID KEY
                        DISPLAY "ALUNO: " STU-NOME " SERIE "
      -                     STU-SERIE
                END-READ
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       LE-DADOS-DESCONTO.
            MOVE 'S' TO WS-NOV-VALIDA.
            MOVE 0 TO WS-NOV-PERCENTUAL.
            MOVE 0 TO WS-NOV-VALOR.
            DISPLAY "FORMA: P-PERCENTUAL V-VALOR FIXO"
            ACCEPT WS-NOV-FORMA
            IF WS-NOV-FORMA = 'P'
                DISPLAY "DIGITE O PERCENTUAL DE DESCONTO:"
                ACCEPT WS-NOV-PERCENTUAL
            ELSE
                DISPLAY "DIGITE O VALOR MENSAL DO DESCONTO:"
                ACCEPT WS-NOV-VALOR
            END-IF
            DISPLAY "MOTIVO: BS-BOLSA SOCIAL BM-BOLSA MERITO"
      -         " IR-IRMAOS FU-FILHO DE FUNCIONARIO"
            DISPLAY "        CV-CONVENIO EMPRESA OU-OUTROS"
            ACCEPT WS-NOV-MOTIVO
            DISPLAY "PRIMEIRO CICLO (AAAAMM):"
            ACCEPT WS-NOV-INICIO
            DISPLAY "ULTIMO CICLO (AAAAMM, 0 = SEM FIM):"
            ACCEPT WS-NOV-FIM
            PERFORM LOCALIZA-MOTIVO
            EVALUATE TRUE
                WHEN WS-NOV-FORMA NOT = 'P' AND WS-NOV-FORMA NOT = 'V'
                    DISPLAY "FORMA DE DESCONTO INVALIDA"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-VALOR = 0 AND WS-NOV-PERCENTUAL = 0
                    DISPLAY "VALOR OU PERCENTUAL NAO PODE SER ZERO"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-PERCENTUAL > 100
                    DISPLAY "PERCENTUAL ACIMA DE 100"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-DMO-ACHOU = 'N'
                    DISPLAY "MOTIVO INVALIDO"
                    MOVE 'N' TO WS-NOV-VALIDA
                WHEN WS-NOV-INICIO = 0
                        OR WS-NOV-INICIO(5:2) < "01"
                        OR WS-NOV-INICIO(5:2) > "12"
                        OR (WS-NOV-FIM NOT = 0
                            AND WS-NOV-FIM < WS-NOV-INICIO)
                    DISPLAY "PERIODO DO DESCONTO INVALIDO"
                    MOVE 'N' TO WS-NOV-VALIDA
            END-EVALUATE.
            IF WS-NOV-VALIDA = 'S' AND WS-NOV-MOTIVO = "IR"
                PERFORM VERIFICA-IRMAO
                IF WS-IRMAO = 'N'
                    DISPLAY "ALUNO SEM IRMAO SOB O MESMO RESPONSAVEL"
      -                 " NO GUARDMST"
                    MOVE 'N' TO WS-NOV-VALIDA
                END-IF
            END-IF
            IF WS-NOV-VALIDA = 'N'
                DISPLAY "CADASTRO DESCARTADO"
            END-IF.

      * A brother or sister is another student linked to any of
      * this student's guardians.
       VERIFICA-IRMAO.
            MOVE 'N' TO WS-IRMAO.
            PERFORM CARREGA-RESPONSAVEIS.
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                IF WS-GR-ALUNO(WS-GR-SUB) = WS-ALUNO-ENTRADA
                    MOVE WS-GR-RESP(WS-GR-SUB) TO WS-RESP-ALUNO
                    PERFORM PROCURA-OUTRO-ALUNO
                END-IF
            END-PERFORM.

       PROCURA-OUTRO-ALUNO.
            PERFORM VARYING WS-GR-SUB2 FROM 1 BY 1
                    UNTIL WS-GR-SUB2 > WS-GR-TOTAL
                IF WS-GR-RESP(WS-GR-SUB2) = WS-RESP-ALUNO
                        AND WS-GR-ALUNO(WS-GR-SUB2) NOT =
                            WS-ALUNO-ENTRADA
                    MOVE 'S' TO WS-IRMAO
                END-IF
            END-PERFORM.

       GRAVA-NOVO-DESCONTO.
            MOVE SPACES TO TUITION-DISCOUNT-RECORD.
            MOVE WS-PROX-NUMERO TO TD-NUMERO.
            MOVE WS-ALUNO-ENTRADA TO TD-STU-ID.
            MOVE WS-NOV-FORMA TO TD-FORMA.
            MOVE WS-NOV-PERCENTUAL TO TD-PERCENTUAL.
            MOVE WS-NOV-VALOR TO TD-VALOR.
            MOVE WS-NOV-MOTIVO TO TD-MOTIVO.
            MOVE WS-NOV-INICIO TO TD-INICIO.
            MOVE WS-NOV-FIM TO TD-FIM.
            MOVE WS-OPERADOR-ID TO TD-CADASTRO-OPER.
            MOVE SPACES TO TD-APROVADOR.
            MOVE 'P' TO TD-STATUS.
            ADD 1 TO WS-DSC-TOTAL.
            MOVE TUITION-DISCOUNT-RECORD TO
                WS-DSC-REGISTRO(WS-DSC-TOTAL).
            PERFORM REGRAVA-DESCONTOS.
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE TD-NUMERO TO WS-CHG-CHAVE.
            MOVE SPACES TO WS-CHG-ANTES.
            MOVE TUITION-DISCOUNT-RECORD TO WS-CHG-DEPOIS.
            PERFORM GRAVA-CHANGELOG.
            DISPLAY "DESCONTO " TD-NUMERO
      -         " CADASTRADO - AGUARDANDO APROVACAO".

      * The second pair of eyes: a discount the same operator keyed
      * is left for somebody else, so nobody grants their own.
       APROVA-DESCONTOS.
            PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                    UNTIL WS-DSC-SUB > WS-DSC-TOTAL
                MOVE WS-DSC-REGISTRO(WS-DSC-SUB) TO
                    TUITION-DISCOUNT-RECORD
                IF TD-STATUS = 'P'
                    PERFORM DECIDE-DESCONTO
                END-IF
            END-PERFORM.
            IF WS-DSC-ALTERADO = 'S'
                PERFORM REGRAVA-DESCONTOS
            END-IF
            DISPLAY "APROVADOS: " WS-QTD-APROVADOS
                "  RECUSADOS: " WS-QTD-RECUSADOS.

       DECIDE-DESCONTO.
            IF TD-CADASTRO-OPER = WS-OPERADOR-ID
                DISPLAY "DESCONTO " TD-NUMERO " ALUNO " TD-STU-ID
                    " CADASTRADO POR VOCE - APROVACAO POR OUTRO"
                    " SUPERVISOR"
            ELSE
                MOVE 0 TO WS-QTD-LISTADOS
                PERFORM LISTA-UM-DESCONTO
                DISPLAY "APROVAR O DESCONTO (S/N, ENTER PULA)?"
                MOVE SPACE TO WS-RESPOSTA
                ACCEPT WS-RESPOSTA
                MOVE TUITION-DISCOUNT-RECORD TO WS-CHG-ANTES
                IF WS-RESPOSTA = 'S' OR WS-RESPOSTA = 's'
                    MOVE 'A' TO TD-STATUS
                    ADD 1 TO WS-QTD-APROVADOS
                END-IF
                IF WS-RESPOSTA = 'N' OR WS-RESPOSTA = 'n'
                    MOVE 'X' TO TD-STATUS
                    ADD 1 TO WS-QTD-RECUSADOS
                END-IF
                IF TD-STATUS NOT = 'P'
                    MOVE WS-OPERADOR-ID TO TD-APROVADOR
                    MOVE TUITION-DISCOUNT-RECORD TO
                        WS-DSC-REGISTRO(WS-DSC-SUB)
                    MOVE 'S' TO WS-DSC-ALTERADO
                    MOVE "A" TO WS-CHG-OPERACAO
                    MOVE TD-NUMERO TO WS-CHG-CHAVE
                    MOVE TUITION-DISCOUNT-RECORD TO WS-CHG-DEPOIS
                    PERFORM GRAVA-CHANGELOG
                END-IF
            END-IF.

      * The discount stays on file for the history; the last cycle
      * becomes the current one, so it still applies to the cycle
      * being billed and stops after it (one not yet started never
      * applies).
       ENCERRA-DESCONTO.
            DISPLAY "DIGITE O NUMERO DO DESCONTO:"
            ACCEPT WS-NUMERO-ENTRADA
            MOVE 'N' TO WS-DSC-ACHOU
            PERFORM VARYING WS-DSC-SUB FROM 1 BY 1
                    UNTIL WS-DSC-SUB > WS-DSC-TOTAL
                    OR WS-DSC-ACHOU = 'S'
                IF WS-DSC-REGISTRO(WS-DSC-SUB)(1:6) =
                        WS-NUMERO-ENTRADA
                    MOVE 'S' TO WS-DSC-ACHOU
                    SUBTRACT 1 FROM WS-DSC-SUB
                END-IF
            END-PERFORM
            IF WS-DSC-ACHOU = 'N'
                DISPLAY "DESCONTO NAO CADASTRADO"
            ELSE
                MOVE WS-DSC-REGISTRO(WS-DSC-SUB) TO
                    TUITION-DISCOUNT-RECORD
                MOVE TUITION-DISCOUNT-RECORD TO WS-CHG-ANTES
                MOVE WS-CICLO-ATUAL TO TD-FIM
                MOVE TUITION-DISCOUNT-RECORD TO
                    WS-DSC-REGISTRO(WS-DSC-SUB)
                PERFORM REGRAVA-DESCONTOS
                MOVE "A" TO WS-CHG-OPERACAO
                MOVE TD-NUMERO TO WS-CHG-CHAVE
                MOVE TUITION-DISCOUNT-RECORD TO WS-CHG-DEPOIS
                PERFORM GRAVA-CHANGELOG
                DISPLAY "DESCONTO ENCERRADO NO CICLO " TD-FIM
            END-IF.

       COPY "guardproc.cpy".

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM DESCMAINT.
