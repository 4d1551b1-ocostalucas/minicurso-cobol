      * ended past it. Cards without the field read back spaces
      * and the monitor skips the window check.
           05 PC-PRAZO-JANELA        PIC 9(4).
           05 PC-DELIM-14            PIC X(1).
      * Reconnection fee PAYPOST puts on the religacao order once a
      * cut-off account clears its debt; EXERCICIO7 bills it on the
      * next invoice. Cards without the field read back spaces and
      * no fee is charged.
           05 PC-TAXA-RELIGACAO      PIC 9(4)V99.
           05 PC-DELIM-15            PIC X(1).
      * Recipe margin review in EXERCICIO5, all in percent of the
      * selling price: a product is flagged below the minimum
      * margin or when it lost more than the drop limit in points
      * since the previous review, and its suggested price restores
      * the target margin. Cards without the fields read back
      * spaces and the program keeps its built-in 30/10/50.
           05 PC-MARGEM-MINIMA       PIC 9(2)V99.
           05 PC-DELIM-16            PIC X(1).
           05 PC-QUEDA-MARGEM        PIC 9(2)V99.
           05 PC-DELIM-17            PIC X(1).
           05 PC-MARGEM-ALVO         PIC 9(2)V99.
           05 PC-DELIM-18            PIC X(1).
      * Traffic-fine recovery in CITRECOV: 'S' when company policy
      * makes the nominated driver liable for the fine the company
      * paid, deducted by PAYCLOSE in PC-MULTA-PARCELAS monthly
      * installments. Cards without the fields read back spaces:
      * no recovery, and the paid fines are written off.
           05 PC-MULTA-DESCONTO      PIC X(1).
           05 PC-DELIM-19            PIC X(1).
           05 PC-MULTA-PARCELAS      PIC 9(2).
