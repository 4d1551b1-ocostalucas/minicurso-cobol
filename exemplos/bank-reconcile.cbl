      *          Reports the matched items, the outstanding list
      *          (in our books, not yet at the bank), the
      *          unexplained bank items, and the adjusted balance
      *          from the keyed closing bank balance, which is
      *          also appended to BANKSALDO as the cash position the
      *          CASHFCST projection starts from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-FS-CITPAY.
           SELECT RECONCILE-REPORT-FILE ASSIGN TO "BANKRECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-BALANCE-FILE ASSIGN TO "BANKSALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BANKSALDO.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BIZDATE.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITLOG.
       FD  RECONCILE-REPORT-FILE.
       01  RECONCILE-REPORT-RECORD  PIC X(90).

       FD  BANK-BALANCE-FILE.
           COPY "banksld.cpy".

       FD  BUSINESS-DATE-FILE.
           COPY "bizdate.cpy".

       FD  AUDIT-TRAIL-FILE.
           COPY "audit.cpy".

           77 WS-FS-BANKFILE PIC X(2).
           77 WS-FS-RCPTHIST PIC X(2).
           77 WS-FS-CITPAY PIC X(2).
           77 WS-FS-BANKSALDO PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           01 WS-TABELA-LIVROS.
               05 WS-LIV-ENTRADA OCCURS 300 TIMES
                DISPLAY "OPERADOR NAO AUTORIZADO PARA ESTE PROGRAMA"
                GOBACK
            END-IF
            PERFORM LE-DATA-NEGOCIO
            DISPLAY "DIGITE O SALDO FINAL DO EXTRATO BANCARIO:"
            ACCEPT WS-SALDO-BANCO
            PERFORM CARREGA-DEBITOS-FOLHA
            PERFORM RELATA-PENDENTES
            PERFORM RELATA-SALDO-AJUSTADO
            CLOSE RECONCILE-REPORT-FILE
            PERFORM GRAVA-SALDO-BANCARIO
            MOVE "CONCILIACAO BANCARIA" TO WS-AUDIT-RESUMO
            PERFORM GRAVA-AUDITORIA
            GOBACK.
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.

       GRAVA-SALDO-BANCARIO.
            ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
            IF WS-DATA-NEGOCIO > 0
                MOVE WS-DATA-NEGOCIO TO WS-DATA-ATUAL
            END-IF
            OPEN EXTEND BANK-BALANCE-FILE.
            IF WS-FS-BANKSALDO = "35"
                OPEN OUTPUT BANK-BALANCE-FILE
            END-IF
            MOVE SPACES TO BANK-BALANCE-RECORD.
            MOVE WS-DATA-ATUAL TO BK-DATA.
            MOVE WS-SALDO-BANCO TO BK-SALDO-EXTRATO.
            MOVE WS-SALDO-AJUSTADO TO BK-SALDO-AJUSTADO.
            MOVE WS-OPERADOR-ID TO BK-OPERADOR.
            WRITE BANK-BALANCE-RECORD.
            CLOSE BANK-BALANCE-FILE.

       GRAVA-LINHA.
            DISPLAY WS-LINHA.
            MOVE WS-LINHA TO RECONCILE-REPORT-RECORD.
            WRITE RECONCILE-REPORT-RECORD.

       COPY "bizproc.cpy".

       COPY "auditproc.cpy".

       END PROGRAM BANKRECON.
