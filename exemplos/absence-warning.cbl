      *          ceiling (the law's 75% attendance floor). The
      *          stage last sent per student is logged on ABSLETLOG
      *          so a rerun never resends the same letter; names
      *          come off the STUDENTGR roster, and each letter is
      *          addressed to the GUARDMST guardian who receives the
      *          school correspondence. Ends with the
      *          worst-attendance ranking for the coordinator.
      * Tectonics: cobc
      ******************************************************************
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-FS-STUDENTGR.
           SELECT GUARDIAN-FILE ASSIGN TO "GUARDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GUARDMST.
           SELECT LETTER-LOG-FILE ASSIGN TO "ABSLETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ABSLETLOG.
       FD  STUDENT-GRADES-FILE.
           COPY "studentgr.cpy".

       FD  GUARDIAN-FILE.
           COPY "guardmst.cpy".

       FD  LETTER-LOG-FILE.
       01  LETTER-LOG-RECORD.
           05 LL-STU-ID             PIC X(10).
           77 WS-FS-ATTENDANCE PIC X(2).
           77 WS-FS-STUDENTGR PIC X(2).
           77 WS-FS-ABSLETLOG PIC X(2).
           77 WS-FS-GUARDMST PIC X(2).
           COPY "guardwk.cpy".
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           COPY "attendwk.cpy".
                DISPLAY "ATTENDANCE VAZIO - NADA A AVALIAR"
            ELSE
                PERFORM CARREGA-NOMES
                PERFORM CARREGA-RESPONSAVEIS
                PERFORM CARREGA-ENVIOS
                PERFORM GERA-CARTAS
                IF WS-QTD-CARTAS > 0
            END-PERFORM.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-FALTA-ID(WS-SUB) TO WS-GR-ALUNO-BUSCA.
            MOVE 'C' TO WS-GR-PAPEL-BUSCA.
            PERFORM BUSCA-RESPONSAVEL.
            IF WS-GR-ACHOU = 'S'
                MOVE SPACES TO WS-LINHA
                STRING "A(O) SR(A). " WS-GR-NOME-ACHADO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE WS-GR-ENDERECO-ACHADO TO WS-LINHA
                PERFORM GRAVA-LINHA
                MOVE SPACES TO WS-LINHA
                STRING "RESPONSAVEL POR " WS-NOME-ALUNO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            ELSE
                MOVE SPACES TO WS-LINHA
                STRING "AOS RESPONSAVEIS POR " WS-NOME-ALUNO
                    DELIMITED BY SIZE INTO WS-LINHA
                PERFORM GRAVA-LINHA
            END-IF
            MOVE SPACES TO WS-LINHA.
            STRING "ALUNO " WS-FALTA-ID(WS-SUB)
                " - EM " WS-DATA-REF

       COPY "attendproc.cpy".

       COPY "guardproc.cpy".

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".
