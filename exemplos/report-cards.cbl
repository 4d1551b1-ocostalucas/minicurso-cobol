      *          then one teacher-facing summary sheet per class
      *          with highest, lowest, mean and band counts, so the
      *          ranking stops mixing every grade level together.
      *          Each card is addressed to the GUARDMST guardian who
      *          receives the school correspondence.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CLASS-MASTER-FILE ASSIGN TO "CLASSMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLASSMST.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
           SELECT REPORT-CARD-FILE ASSIGN TO "REPORTCARD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
       FD  CLASS-MASTER-FILE.
           COPY "classmst.cpy".

       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-RECORD       PIC X(72).

       WORKING-STORAGE SECTION.
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-PARAMCTL PIC X(2).
           77 WS-FS-GUARDMST PIC X(2).
           COPY "guardwk.cpy".
           77 WS-EOF-STUDENTGR PIC X(1) VALUE 'N'.
           01 WS-TABELA-PESOS.
               05 WS-PESO PIC 9(1) OCCURS 3 TIMES
                DISPLAY "ROSTER STUDENTGR VAZIO OU AUSENTE"
            ELSE
                PERFORM CLASSIFICA-E-ORDENA
                PERFORM CARREGA-RESPONSAVEIS
                PERFORM GRAVA-BOLETINS
            END-IF
            MOVE "BOLETINS FORMATADOS" TO WS-AUDIT-RESUMO
                WS-ALUNO-NOME(WS-ALUNO-SUB)
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-ALUNO-ID(WS-ALUNO-SUB) TO WS-GR-ALUNO-BUSCA.
            MOVE 'C' TO WS-GR-PAPEL-BUSCA.
            PERFORM BUSCA-RESPONSAVEL.
            IF WS-GR-ACHOU = 'S'
                MOVE SPACES TO WS-LINHA
                STRING "RESPONSAVEL: " WS-GR-NOME-ACHADO
                    "  TEL " WS-GR-TELEFONE-ACHADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-LINHA
                STRING "ENDERECO: " WS-GR-ENDERECO-ACHADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "NOTAS: N1 " WS-ALUNO-N1(WS-ALUNO-SUB)
                " N2 " WS-ALUNO-N2(WS-ALUNO-SUB)
            MOVE WS-LINHA TO REPORT-CARD-RECORD.
            WRITE REPORT-CARD-RECORD.

       COPY "guardproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM REPORTCARD.
