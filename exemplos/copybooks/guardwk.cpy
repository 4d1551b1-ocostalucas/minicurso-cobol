      ******************************************************************
      * WORKING-STORAGE for the guardian lookup in guardproc.cpy: the
      * loaded GUARDMST table and the fields BUSCA-RESPONSAVEL
      * communicates through. COPY alongside
      * 77 WS-FS-GUARDMST PIC X(2).
      ******************************************************************
       01  GUARDIAN-WORK-FIELDS.
           05 WS-GR-EOF             PIC X(1).
           05 WS-GR-ALUNO-BUSCA     PIC X(10).
           05 WS-GR-PAPEL-BUSCA     PIC X(1).
           05 WS-GR-ACHOU           PIC X(1).
           05 WS-GR-RESP-ACHADO     PIC X(10).
           05 WS-GR-NOME-ACHADO     PIC X(20).
           05 WS-GR-ENDERECO-ACHADO PIC X(30).
           05 WS-GR-TELEFONE-ACHADO PIC X(11).
           05 WS-GR-SUB             PIC 9(3).
       01  WS-TABELA-RESPONSAVEIS.
           05 WS-GR-ENTRADA OCCURS 500 TIMES.
               10 WS-GR-ALUNO       PIC X(10).
               10 WS-GR-RESP        PIC X(10).
               10 WS-GR-NOME        PIC X(20).
               10 WS-GR-PARENTESCO  PIC X(1).
               10 WS-GR-ENDERECO    PIC X(30).
               10 WS-GR-TELEFONE    PIC X(11).
               10 WS-GR-FINANCEIRO  PIC X(1).
               10 WS-GR-CORRESP     PIC X(1).
       01  WS-GR-TOTAL              PIC 9(3).
