      *          the business date: utility receipts off PAYMENTS,
      *          citation payments off CITPAY, and what the
      *          invoicing run collected off the INVOICES trailers
      *          (dated by their headers), plus the clinic's private
      *          visits paid at the desk off CLINCHG. Prints the
      *          CASHJRNL deposit-slip summary - count and total per
      *          source, grand total, and the signature line the
      *          supervisor signs against the physical deposit.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INVOICES-FILE ASSIGN TO "INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INVOICES.
           SELECT CLINIC-CHARGE-FILE ASSIGN TO "CLINCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CLINCHG.
           SELECT CASH-JOURNAL-FILE ASSIGN TO "CASHJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
           05 IT-DELIM-3            PIC X(1).
           05 IT-TOTAL-GERAL        PIC 9(7)V99.

       FD  CLINIC-CHARGE-FILE.
           COPY "clinchg.cpy".

       FD  CASH-JOURNAL-FILE.
       01  CASH-JOURNAL-RECORD      PIC X(80).

           77 WS-FS-PAYMENTS PIC X(2).
           77 WS-FS-CITPAY PIC X(2).
           77 WS-FS-INVOICES PIC X(2).
           77 WS-FS-CLINCHG PIC X(2).
           77 WS-FS-BIZDATE PIC X(2).
           77 WS-EOF-ARQ PIC X(1).
           77 WS-DATA-REF PIC 9(8).
           77 WS-TOT-CITACAO PIC 9(8)V99 VALUE 0.
           77 WS-QTD-FATURA PIC 9(4) VALUE 0.
           77 WS-TOT-FATURA PIC 9(8)V99 VALUE 0.
           77 WS-QTD-CLINICA PIC 9(4) VALUE 0.
           77 WS-TOT-CLINICA PIC 9(8)V99 VALUE 0.
           77 WS-TOT-GERAL PIC 9(9)V99 VALUE 0.
           77 WS-LINHA PIC X(80).
           77 WS-OPER-AUTORIZADO PIC X(1).
            PERFORM SOMA-PAGAMENTOS-UTILIDADE
            PERFORM SOMA-PAGAMENTOS-CITACAO
            PERFORM SOMA-FATURAMENTO
            PERFORM SOMA-CLINICA-PARTICULAR
            PERFORM GRAVA-BOLETIM-CAIXA
            MOVE SPACES TO WS-AUDIT-RESUMO
            STRING "CAIXA DO DIA " WS-DATA-REF
                CLOSE INVOICES-FILE
            END-IF.

      * Health-plan charges are the insurer's to pay later; only the
      * private visits settled at the desk that day are cash.
       SOMA-CLINICA-PARTICULAR.
            MOVE 'N' TO WS-EOF-ARQ.
            OPEN INPUT CLINIC-CHARGE-FILE.
            IF WS-FS-CLINCHG NOT = "00"
                MOVE 'Y' TO WS-EOF-ARQ
            END-IF
            PERFORM UNTIL WS-EOF-ARQ = 'Y'
                READ CLINIC-CHARGE-FILE
                    AT END
                        MOVE 'Y' TO WS-EOF-ARQ
                    NOT AT END
                        IF CC-PAGADOR = "PARTIC"
                                AND CC-DATA-BAIXA = WS-DATA-REF
                            ADD 1 TO WS-QTD-CLINICA
                            ADD CC-VALOR-PAGO TO WS-TOT-CLINICA
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-FS-CLINCHG = "10"
                CLOSE CLINIC-CHARGE-FILE
            END-IF.

       GRAVA-BOLETIM-CAIXA.
            OPEN OUTPUT CASH-JOURNAL-FILE.
            MOVE SPACES TO WS-LINHA.
                WS-QTD-FATURA " NOTAS     " CUR-VALOR-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE WS-TOT-CLINICA TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
            STRING "CLINICA PARTIC. (CLINCHG).: "
                WS-QTD-CLINICA " CONSULTAS " CUR-VALOR-EDITADO
                DELIMITED BY SIZE INTO WS-LINHA.
            PERFORM GRAVA-LINHA.
            MOVE ALL "=" TO WS-LINHA.
            PERFORM GRAVA-LINHA.
            COMPUTE WS-TOT-GERAL =
                WS-TOT-UTILIDADE + WS-TOT-CITACAO + WS-TOT-FATURA
                + WS-TOT-CLINICA.
            MOVE WS-TOT-GERAL TO CUR-VALOR-NUMERICO.
            MOVE CUR-VALOR-NUMERICO TO CUR-VALOR-EDITADO.
            MOVE SPACES TO WS-LINHA.
