           05 WS-DM-CODIGO-BUSCA    PIC X(4).
           05 WS-DM-VALIDO          PIC X(1).
           05 WS-DM-NOME-ACHADO     PIC X(10).
           05 WS-DM-BANCO-ACHADO    PIC X(1).
           05 WS-DM-CENTRO-ACHADO   PIC X(6).
           05 WS-DM-RISCO-ACHADO    PIC X(1).
           05 WS-DM-SUB             PIC 9(2).
           05 WS-DM-TEM-MASTER      PIC X(1).
       01  WS-TABELA-DEPT-MASTER.
               10 WS-DM-CODIGO      PIC X(4).
               10 WS-DM-NOME        PIC X(10).
               10 WS-DM-CENTRO      PIC X(6).
               10 WS-DM-BANCO       PIC X(1).
               10 WS-DM-RISCO       PIC X(1).
       01  WS-DM-TOTAL              PIC 9(2).
