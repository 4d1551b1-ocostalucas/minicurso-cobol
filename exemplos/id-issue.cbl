      *          next student id collision never happens. A CALLable
      *          service in the DATESERV mold: the caller passes
      *          the id series - 'A' aluno, 'P' paciente,
      *          'C' cliente, 'N' nota fiscal, 'O' orcamento,
      *          'E' nota de credito - plus its program name and
      *          operator, and receives the next number of that
      *          series off the IDCONTROL
      *          next-number file, already zero-padded and carrying
      *          the CHECKDIG mod-11 check digit in position 10.
      *          The control record is advanced and rewritten
