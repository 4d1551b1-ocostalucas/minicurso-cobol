      ******************************************************************
      * Author:
      * Date:
      * Purpose: maintenance for the GUARDMST parent and guardian
      *          master - the responsible adults behind each
      *          STUDENTGR student, with relationship, address and
      *          phone, and which of them pays the tuition and which
      *          receives the school's letters. List, include, alter
      *          or exclude a student's guardian, with a CHANGELOG
      *          record per line changed, DEPTMAINT-style table
      *          rewrite. A guardian already on file for a sibling
      *          is reused by GD-RESP-ID, and an address or phone
      *          change reaches every child's line. Flagging a
      *          guardian as payer or correspondence clears the
      *          flag on the student's other guardians, so each
      *          student keeps one of each.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENTGR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
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
       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "chglog.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

       WORKING-STORAGE SECTION.
           77 MODO PIC 9(1).
           77 WS-FS-GUARDMST PIC X(2).
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-CHANGELOG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           COPY "guardwk.cpy".
           77 WS-GR-ESTOUROU PIC X(1) VALUE 'N'.
           77 WS-GR-LINHA PIC 9(3).
           77 WS-GR-SUB2 PIC 9(3).
           77 WS-ALUNO-ENTRADA PIC X(10).
           77 WS-RESP-ENTRADA PIC X(10).
           77 WS-NOME-ENTRADA PIC X(20).
           77 WS-PARENTESCO-ENTRADA PIC X(1).
           77 WS-ENDERECO-ENTRADA PIC X(30).
           77 WS-TELEFONE-ENTRADA PIC X(11).
           77 WS-FINANCEIRO-ENTRADA PIC X(1).
           77 WS-CORRESP-ENTRADA PIC X(1).
           77 WS-ALUNO-VALIDO PIC X(1).
           77 WS-QTD-LISTADOS PIC 9(3).
           77 WS-IMAGEM-RESP PIC X(80).
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
           77 WS-PROGRAMA-ATUAL PIC X(12) VALUE "GUARDMAINT".

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
            MOVE "GUARDMST" TO WS-CHG-ARQUIVO
            PERFORM CARREGA-RESPONSAVEIS
            PERFORM VERIFICA-CAPACIDADE
            DISPLAY "1 - LISTAR RESPONSAVEIS"
            DISPLAY "2 - INCLUIR RESPONSAVEL"
            DISPLAY "3 - ALTERAR RESPONSAVEL"
            DISPLAY "4 - EXCLUIR RESPONSAVEL"
            ACCEPT MODO
            IF MODO > 1 AND MODO <= 4 AND WS-GR-ESTOUROU = 'S'
                DISPLAY "MANUTENCAO ABORTADA - GUARDMST EXCEDE 500"
      -             " LINHAS E NAO SERA REGRAVADO"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            EVALUATE MODO
             WHEN 1 PERFORM LISTA-RESPONSAVEIS
                     MOVE "MODO 1 - LISTA RESPONSAVEIS" TO
                         WS-AUDIT-RESUMO
             WHEN 2 PERFORM INCLUI-RESPONSAVEL
                     MOVE "MODO 2 - INCLUI RESPONSAVEL" TO
                         WS-AUDIT-RESUMO
             WHEN 3 PERFORM ALTERA-RESPONSAVEL
                     MOVE "MODO 3 - ALTERA RESPONSAVEL" TO
                         WS-AUDIT-RESUMO
             WHEN 4 PERFORM EXCLUI-RESPONSAVEL
                     MOVE "MODO 4 - EXCLUI RESPONSAVEL" TO
                         WS-AUDIT-RESUMO
             WHEN OTHER DISPLAY "OPCAO INVALIDA!"
            END-EVALUATE.
            IF MODO >= 1 AND MODO <= 4
                PERFORM GRAVA-AUDITORIA
            END-IF.
            GOBACK.

      * The shared load stops at 500 lines; a master any bigger
      * would lose its tail on the rewrite, so it is counted here
      * and updates are refused.
       VERIFICA-CAPACIDADE.
            IF WS-GR-TOTAL = 500
                MOVE 'N' TO WS-GR-EOF
                MOVE 0 TO WS-GR-LINHA
                OPEN INPUT GUARDIAN-FILE
                PERFORM UNTIL WS-GR-EOF = 'Y'
                    READ GUARDIAN-FILE
                        AT END
                            MOVE 'Y' TO WS-GR-EOF
                        NOT AT END
                            ADD 1 TO WS-GR-LINHA
                            IF WS-GR-LINHA > 500
                                MOVE 'S' TO WS-GR-ESTOUROU
                                MOVE 'Y' TO WS-GR-EOF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE GUARDIAN-FILE
            END-IF.

      * A blank student id lists the whole master.
       LISTA-RESPONSAVEIS.
            DISPLAY "DIGITE O ID DO ALUNO (BRANCO = TODOS):"
            ACCEPT WS-ALUNO-ENTRADA
            MOVE 0 TO WS-QTD-LISTADOS
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                IF WS-GR-ALUNO(WS-GR-SUB) NOT = SPACES
                        AND (WS-ALUNO-ENTRADA = SPACES
                        OR WS-GR-ALUNO(WS-GR-SUB) = WS-ALUNO-ENTRADA)
                    ADD 1 TO WS-QTD-LISTADOS
                    PERFORM MONTA-IMAGEM-RESP
                    DISPLAY WS-GR-ALUNO(WS-GR-SUB) " " WS-IMAGEM-RESP
                END-IF
            END-PERFORM.
            DISPLAY "RESPONSAVEIS LISTADOS: " WS-QTD-LISTADOS.

      * The student id travels in CG-CHAVE, so the image carries the
      * rest of the line.
       MONTA-IMAGEM-RESP.
            MOVE SPACES TO WS-IMAGEM-RESP.
            STRING WS-GR-RESP(WS-GR-SUB) ";"
                WS-GR-NOME(WS-GR-SUB) ";"
                WS-GR-PARENTESCO(WS-GR-SUB) ";"
                WS-GR-ENDERECO(WS-GR-SUB) ";"
                WS-GR-TELEFONE(WS-GR-SUB) ";"
                WS-GR-FINANCEIRO(WS-GR-SUB)
                WS-GR-CORRESP(WS-GR-SUB)
                DELIMITED BY SIZE INTO WS-IMAGEM-RESP.

       LOCALIZA-RESPONSAVEL.
            DISPLAY "DIGITE O ID DO ALUNO:"
            ACCEPT WS-ALUNO-ENTRADA
            DISPLAY "DIGITE O ID DO RESPONSAVEL:"
            ACCEPT WS-RESP-ENTRADA
            MOVE 'N' TO WS-GR-ACHOU
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                    OR WS-GR-ACHOU = 'S'
                IF WS-GR-ALUNO(WS-GR-SUB) = WS-ALUNO-ENTRADA
                        AND WS-GR-RESP(WS-GR-SUB) = WS-RESP-ENTRADA
                    MOVE 'S' TO WS-GR-ACHOU
                    SUBTRACT 1 FROM WS-GR-SUB
                END-IF
            END-PERFORM.

      * Only students on the roster take guardians; with no roster
      * to read the id is taken as keyed.
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
                        DISPLAY "ALUNO: " STU-NOME
                END-READ
                CLOSE STUDENT-GRADES-FILE
            END-IF.

       INCLUI-RESPONSAVEL.
            PERFORM LOCALIZA-RESPONSAVEL.
            PERFORM VALIDA-ALUNO.
            EVALUATE TRUE
             WHEN WS-GR-ACHOU = 'S'
                DISPLAY "RESPONSAVEL JA VINCULADO A ESTE ALUNO"
             WHEN WS-ALUNO-VALIDO = 'N'
                DISPLAY "ALUNO NAO ENCONTRADO NO ROSTER"
             WHEN WS-GR-TOTAL NOT < 500
                DISPLAY "MASTER DE RESPONSAVEIS CHEIO"
             WHEN OTHER
                PERFORM INCLUI-RESPONSAVEL-VALIDO
            END-EVALUATE.

       INCLUI-RESPONSAVEL-VALIDO.
            PERFORM BUSCA-DADOS-IRMAO.
            IF WS-GR-LINHA > 0
                DISPLAY "RESPONSAVEL JA CADASTRADO PARA OUTRO ALUNO: "
      -             WS-NOME-ENTRADA
            ELSE
                DISPLAY "DIGITE O NOME DO RESPONSAVEL:"
                ACCEPT WS-NOME-ENTRADA
                DISPLAY "DIGITE O ENDERECO:"
                ACCEPT WS-ENDERECO-ENTRADA
                DISPLAY "DIGITE O TELEFONE:"
                ACCEPT WS-TELEFONE-ENTRADA
            END-IF
            PERFORM PEDE-PARENTESCO.
            PERFORM PEDE-PAPEIS.
            ADD 1 TO WS-GR-TOTAL.
            MOVE WS-GR-TOTAL TO WS-GR-SUB.
            MOVE WS-ALUNO-ENTRADA TO WS-GR-ALUNO(WS-GR-SUB).
            MOVE WS-RESP-ENTRADA TO WS-GR-RESP(WS-GR-SUB).
            MOVE WS-NOME-ENTRADA TO WS-GR-NOME(WS-GR-SUB).
            MOVE WS-PARENTESCO-ENTRADA TO WS-GR-PARENTESCO(WS-GR-SUB).
            MOVE WS-ENDERECO-ENTRADA TO WS-GR-ENDERECO(WS-GR-SUB).
            MOVE WS-TELEFONE-ENTRADA TO WS-GR-TELEFONE(WS-GR-SUB).
            MOVE WS-FINANCEIRO-ENTRADA TO WS-GR-FINANCEIRO(WS-GR-SUB).
            MOVE WS-CORRESP-ENTRADA TO WS-GR-CORRESP(WS-GR-SUB).
            MOVE "I" TO WS-CHG-OPERACAO.
            MOVE WS-ALUNO-ENTRADA TO WS-CHG-CHAVE.
            MOVE SPACES TO WS-CHG-ANTES.
            PERFORM MONTA-IMAGEM-RESP.
            MOVE WS-IMAGEM-RESP TO WS-CHG-DEPOIS.
            PERFORM GRAVA-CHANGELOG.
            PERFORM APLICA-PAPEIS-UNICOS.
            PERFORM REGRAVA-GUARDMST.
            DISPLAY "RESPONSAVEL INCLUIDO".

      * A guardian already linked to a brother or sister brings the
      * name, address and phone on file instead of retyping them.
       BUSCA-DADOS-IRMAO.
            MOVE 0 TO WS-GR-LINHA.
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                    OR WS-GR-LINHA > 0
                IF WS-GR-RESP(WS-GR-SUB) = WS-RESP-ENTRADA
                        AND WS-GR-ALUNO(WS-GR-SUB) NOT = SPACES
                    MOVE WS-GR-SUB TO WS-GR-LINHA
                    MOVE WS-GR-NOME(WS-GR-SUB) TO WS-NOME-ENTRADA
                    MOVE WS-GR-ENDERECO(WS-GR-SUB)
                        TO WS-ENDERECO-ENTRADA
                    MOVE WS-GR-TELEFONE(WS-GR-SUB)
                        TO WS-TELEFONE-ENTRADA
                END-IF
            END-PERFORM.

       ALTERA-RESPONSAVEL.
            PERFORM LOCALIZA-RESPONSAVEL.
            IF WS-GR-ACHOU = 'N'
                DISPLAY "RESPONSAVEL NAO ENCONTRADO PARA O ALUNO"
            ELSE
                MOVE WS-GR-SUB TO WS-GR-LINHA
                DISPLAY "ATUAL: " WS-GR-NOME(WS-GR-SUB) " "
      -             WS-GR-ENDERECO(WS-GR-SUB) " "
      -             WS-GR-TELEFONE(WS-GR-SUB)
                DISPLAY "DIGITE O NOVO NOME:"
                ACCEPT WS-NOME-ENTRADA
                DISPLAY "DIGITE O NOVO ENDERECO:"
                ACCEPT WS-ENDERECO-ENTRADA
                DISPLAY "DIGITE O NOVO TELEFONE:"
                ACCEPT WS-TELEFONE-ENTRADA
                PERFORM PEDE-PARENTESCO
                PERFORM PEDE-PAPEIS
                PERFORM MONTA-IMAGEM-RESP
                MOVE WS-IMAGEM-RESP TO WS-CHG-ANTES
                MOVE WS-PARENTESCO-ENTRADA TO
                    WS-GR-PARENTESCO(WS-GR-SUB)
                MOVE WS-FINANCEIRO-ENTRADA TO
                    WS-GR-FINANCEIRO(WS-GR-SUB)
                MOVE WS-CORRESP-ENTRADA TO WS-GR-CORRESP(WS-GR-SUB)
                PERFORM PROPAGA-DADOS-PESSOAIS
                MOVE WS-GR-LINHA TO WS-GR-SUB
                PERFORM APLICA-PAPEIS-UNICOS
                PERFORM REGRAVA-GUARDMST
                DISPLAY "RESPONSAVEL ALTERADO"
            END-IF.

      * Name, address and phone belong to the person, so every
      * child's line under the same GD-RESP-ID takes the change;
      * each line changed is logged. The line being altered is
      * logged here too, its before image already taken.
       PROPAGA-DADOS-PESSOAIS.
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                IF WS-GR-RESP(WS-GR-SUB) = WS-RESP-ENTRADA
                        AND WS-GR-ALUNO(WS-GR-SUB) NOT = SPACES
                    IF WS-GR-SUB NOT = WS-GR-LINHA
                        PERFORM MONTA-IMAGEM-RESP
                        MOVE WS-IMAGEM-RESP TO WS-CHG-ANTES
                    END-IF
                    MOVE WS-NOME-ENTRADA TO WS-GR-NOME(WS-GR-SUB)
                    MOVE WS-ENDERECO-ENTRADA TO
                        WS-GR-ENDERECO(WS-GR-SUB)
                    MOVE WS-TELEFONE-ENTRADA TO
                        WS-GR-TELEFONE(WS-GR-SUB)
                    PERFORM MONTA-IMAGEM-RESP
                    MOVE WS-IMAGEM-RESP TO WS-CHG-DEPOIS
                    IF WS-CHG-DEPOIS NOT = WS-CHG-ANTES
                        MOVE "A" TO WS-CHG-OPERACAO
                        MOVE WS-GR-ALUNO(WS-GR-SUB) TO WS-CHG-CHAVE
                        PERFORM GRAVA-CHANGELOG
                    END-IF
                END-IF
            END-PERFORM.

      * One payer and one correspondence guardian per student: the
      * line at WS-GR-SUB keeps its flags and the student's other
      * guardians lose theirs, each cleared line logged.
       APLICA-PAPEIS-UNICOS.
            MOVE WS-GR-SUB TO WS-GR-LINHA.
            PERFORM VARYING WS-GR-SUB2 FROM 1 BY 1
                    UNTIL WS-GR-SUB2 > WS-GR-TOTAL
                IF WS-GR-SUB2 NOT = WS-GR-LINHA
                        AND WS-GR-ALUNO(WS-GR-SUB2) =
                            WS-GR-ALUNO(WS-GR-LINHA)
                        AND ((WS-GR-FINANCEIRO(WS-GR-LINHA) = 'S'
                            AND WS-GR-FINANCEIRO(WS-GR-SUB2) = 'S')
                        OR (WS-GR-CORRESP(WS-GR-LINHA) = 'S'
                            AND WS-GR-CORRESP(WS-GR-SUB2) = 'S'))
                    MOVE WS-GR-SUB2 TO WS-GR-SUB
                    PERFORM MONTA-IMAGEM-RESP
                    MOVE WS-IMAGEM-RESP TO WS-CHG-ANTES
                    IF WS-GR-FINANCEIRO(WS-GR-LINHA) = 'S'
                        MOVE 'N' TO WS-GR-FINANCEIRO(WS-GR-SUB2)
                    END-IF
                    IF WS-GR-CORRESP(WS-GR-LINHA) = 'S'
                        MOVE 'N' TO WS-GR-CORRESP(WS-GR-SUB2)
                    END-IF
                    PERFORM MONTA-IMAGEM-RESP
                    MOVE WS-IMAGEM-RESP TO WS-CHG-DEPOIS
                    MOVE "A" TO WS-CHG-OPERACAO
                    MOVE WS-GR-ALUNO(WS-GR-SUB2) TO WS-CHG-CHAVE
                    PERFORM GRAVA-CHANGELOG
                    DISPLAY "PAPEL RETIRADO DE " WS-GR-NOME(WS-GR-SUB2)
                END-IF
            END-PERFORM.

      * Anything outside the list is recorded as O - outro.
       PEDE-PARENTESCO.
            DISPLAY "PARENTESCO (P-PAI M-MAE A-AVO T-TUTOR O-OUTRO):"
            ACCEPT WS-PARENTESCO-ENTRADA
            IF WS-PARENTESCO-ENTRADA NOT = 'P'
                    AND WS-PARENTESCO-ENTRADA NOT = 'M'
                    AND WS-PARENTESCO-ENTRADA NOT = 'A'
                    AND WS-PARENTESCO-ENTRADA NOT = 'T'
                MOVE 'O' TO WS-PARENTESCO-ENTRADA
            END-IF.

      * Anything but S is N.
       PEDE-PAPEIS.
            DISPLAY "RESPONSAVEL FINANCEIRO - PAGA A MENSALIDADE (S/N):"
            ACCEPT WS-FINANCEIRO-ENTRADA
            IF WS-FINANCEIRO-ENTRADA NOT = 'S'
                MOVE 'N' TO WS-FINANCEIRO-ENTRADA
            END-IF
            DISPLAY "RECEBE A CORRESPONDENCIA DA ESCOLA (S/N):"
            ACCEPT WS-CORRESP-ENTRADA
            IF WS-CORRESP-ENTRADA NOT = 'S'
                MOVE 'N' TO WS-CORRESP-ENTRADA
            END-IF.

       EXCLUI-RESPONSAVEL.
            PERFORM LOCALIZA-RESPONSAVEL.
            IF WS-GR-ACHOU = 'N'
                DISPLAY "RESPONSAVEL NAO ENCONTRADO PARA O ALUNO"
            ELSE
                PERFORM MONTA-IMAGEM-RESP
                MOVE WS-IMAGEM-RESP TO WS-CHG-ANTES
                IF WS-GR-FINANCEIRO(WS-GR-SUB) = 'S'
                    DISPLAY "ATENCAO: ALUNO FICA SEM RESPONSAVEL"
      -                 " FINANCEIRO"
                END-IF
                MOVE SPACES TO WS-GR-ALUNO(WS-GR-SUB)
                PERFORM REGRAVA-GUARDMST
                MOVE "E" TO WS-CHG-OPERACAO
                MOVE WS-ALUNO-ENTRADA TO WS-CHG-CHAVE
                MOVE SPACES TO WS-CHG-DEPOIS
                PERFORM GRAVA-CHANGELOG
                DISPLAY "RESPONSAVEL EXCLUIDO"
            END-IF.

       REGRAVA-GUARDMST.
            OPEN OUTPUT GUARDIAN-FILE.
            PERFORM VARYING WS-GR-SUB FROM 1 BY 1
                    UNTIL WS-GR-SUB > WS-GR-TOTAL
                IF WS-GR-ALUNO(WS-GR-SUB) NOT = SPACES
                    MOVE SPACES TO GUARDIAN-RECORD
                    MOVE WS-GR-ALUNO(WS-GR-SUB) TO GD-STU-ID
                    MOVE WS-GR-RESP(WS-GR-SUB) TO GD-RESP-ID
                    MOVE WS-GR-NOME(WS-GR-SUB) TO GD-NOME
                    MOVE WS-GR-PARENTESCO(WS-GR-SUB) TO GD-PARENTESCO
                    MOVE WS-GR-ENDERECO(WS-GR-SUB) TO GD-ENDERECO
                    MOVE WS-GR-TELEFONE(WS-GR-SUB) TO GD-TELEFONE
                    MOVE WS-GR-FINANCEIRO(WS-GR-SUB) TO GD-FINANCEIRO
                    MOVE WS-GR-CORRESP(WS-GR-SUB) TO GD-CORRESP
                    WRITE GUARDIAN-RECORD
                END-IF
            END-PERFORM.
            CLOSE GUARDIAN-FILE.

       COPY "guardproc.cpy".

       COPY "chgproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM GUARDMAINT.
