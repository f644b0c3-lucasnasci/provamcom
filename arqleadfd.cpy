      *Skeleton COBOL Copybook
       fd arqlead.

      *    One row per prospect handed out: the vendedor who holds
      *    the lead now, since when, and the ones it was taken from
      *    for missing the first-contact SLA (never offered to them
      *    again). 'S' waits for a vendedor with room; 'E' is closed
      *    because the prospect was won, lost or left the funnel.
       01  arqlead-registro.
           03 arqlead-cliente-codigo     pic  9(007) value zeros.
           03 arqlead-empresa            pic  9(003) value 1.
           03 arqlead-vendedor-codigo    pic  9(007) value zeros.
           03 arqlead-distancia          pic  9(005)v9(002) value zeros.
           03 arqlead-data-atribuicao    pic  9(008) value zeros.
           03 arqlead-hora-atribuicao    pic  9(006) value zeros.
           03 arqlead-situacao           pic  x(001) value spaces.
               88 arqlead-aguardando     value 'A'.
               88 arqlead-contatado      value 'C'.
               88 arqlead-sem-vendedor   value 'S'.
               88 arqlead-encerrado      value 'E'.
           03 arqlead-data-contato       pic  9(008) value zeros.
           03 arqlead-escalacoes         pic  9(002) value zeros.
           03 arqlead-data-escalacao     pic  9(008) value zeros.
           03 arqlead-anteriores.
            05 arqlead-vendedor-anterior occurs 5 times
                                         pic  9(007).
