      *Skeleton COBOL Copybook
           fd arqlistaextrato.

      *    List of clients for a statement run, one codigo per line,
      *    as the desk keys it or pastes it from a spreadsheet.
       01  arqlistaextrato-registro.
           03 arqlistaextrato-cliente-codigo
                                         pic  9(007).
           03 filler                     pic  x(073).
