      ******************************************************************
      * REFUND-RECORD - one credit-balance refund voucher on the
      * REFUNDS file, keyed by RF-CONTA. REFUND proposes it ('P'
      * proposto) for an account whose payments exceed everything
      * billed to it; a supervisor other than the proposer approves
      * it ('A' aprovado, with the customer's bank, branch and
      * account taken off the refund request) or refuses it ('X'
      * recusado); the refund run pays it through the REFBANK bank
      * file and sets 'E' efetuado with RF-DATA-PAGAMENTO, the date
      * GLPOST posts the refund under and CUSTSTMT shows it on the
      * customer's statement. COPY into the FD for a file ASSIGNed
      * to "REFUNDS".
      ******************************************************************
       01  REFUND-RECORD.
           05 RF-CONTA              PIC 9(6).
           05 RF-DELIM-1            PIC X(1).
           05 RF-VALOR              PIC 9(6)V99.
           05 RF-DELIM-2            PIC X(1).
           05 RF-STATUS             PIC X(1).
           05 RF-DELIM-3            PIC X(1).
           05 RF-DATA-PROPOSTA      PIC 9(8).
           05 RF-DELIM-4            PIC X(1).
           05 RF-PROPONENTE         PIC X(10).
           05 RF-DELIM-5            PIC X(1).
           05 RF-APROVADOR          PIC X(10).
           05 RF-DELIM-6            PIC X(1).
           05 RF-BANCO              PIC 9(3).
           05 RF-DELIM-7            PIC X(1).
           05 RF-AGENCIA            PIC 9(4).
           05 RF-DELIM-8            PIC X(1).
           05 RF-CONTA-BANCARIA     PIC 9(8).
           05 RF-DELIM-9            PIC X(1).
           05 RF-DATA-PAGAMENTO     PIC 9(8).
