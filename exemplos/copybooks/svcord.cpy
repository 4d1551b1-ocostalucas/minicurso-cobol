      ******************************************************************
      * SERVICE-ORDER-RECORD - one field-crew order on the SVCORDERS
      * file, keyed by the CU-CONTA it is issued against. SO-TIPO is
      * 'D' desligamento (cut-off issued by SVCORDER for an account
      * whose aviso de corte went unanswered) or 'R' religacao
      * (raised by PAYPOST once the debt is cleared). SO-STATUS is
      * 'P' pendente (on the crew's work list), 'E' executada, 'N'
      * nao executada (crew could not do it - a new order follows
      * on the next nightly run). SO-TAXA is the reconnection fee
      * and SO-FATURADA 'S' once EXERCICIO7 has put it on an
      * invoice; cut-off orders carry zero and 'S'. COPY into the
      * FD for a file ASSIGNed to "SVCORDERS".
      ******************************************************************
       01  SERVICE-ORDER-RECORD.
           05 SO-CONTA              PIC 9(6).
           05 SO-DELIM-1            PIC X(1).
           05 SO-TIPO               PIC X(1).
           05 SO-DELIM-2            PIC X(1).
           05 SO-DATA-EMISSAO       PIC 9(8).
           05 SO-DELIM-3            PIC X(1).
           05 SO-STATUS             PIC X(1).
           05 SO-DELIM-4            PIC X(1).
           05 SO-DATA-EXECUCAO      PIC 9(8).
           05 SO-DELIM-5            PIC X(1).
           05 SO-TAXA               PIC 9(4)V99.
           05 SO-DELIM-6            PIC X(1).
           05 SO-FATURADA           PIC X(1).
