      ******************************************************************
      * WRITE-OFF-RECORD - one uncollectible BILLHIST invoice on the
      * WRITEOFF file, keyed by WO-CONTA and the invoice's
      * WO-DATA-VENCIMENTO. BADDEBT proposes it ('P' proposta) once
      * the invoice is a year past due and the account has had the
      * last dunning letter; a supervisor other than the proposer
      * approves ('A' aprovada) or refuses it ('X' recusada - never
      * proposed again); the write-off run marks the invoice 'W' on
      * BILLHIST, places it with the collection agency and sets 'B'
      * baixada with WO-DATA-BAIXA, the date GLPOST posts the loss
      * under. WO-VALOR is the open amount written off. COPY into
      * the FD for a file ASSIGNed to "WRITEOFF".
      ******************************************************************
       01  WRITE-OFF-RECORD.
           05 WO-CONTA              PIC 9(6).
           05 WO-DELIM-1            PIC X(1).
           05 WO-DATA-VENCIMENTO    PIC 9(8).
           05 WO-DELIM-2            PIC X(1).
           05 WO-VALOR              PIC 9(4)V99.
           05 WO-DELIM-3            PIC X(1).
           05 WO-STATUS             PIC X(1).
           05 WO-DELIM-4            PIC X(1).
           05 WO-DATA-PROPOSTA      PIC 9(8).
           05 WO-DELIM-5            PIC X(1).
           05 WO-PROPONENTE         PIC X(10).
           05 WO-DELIM-6            PIC X(1).
           05 WO-APROVADOR          PIC X(10).
           05 WO-DELIM-7            PIC X(1).
           05 WO-DATA-BAIXA         PIC 9(8).
