      *Skeleton COBOL Copybook
           fd arqbivisita.

      *    BI fact of visits, one row per planned visit with the
      *    planned and realized date keys and the check-in outcome.
       01  arqbivisita-registro.
           03 arqbivisita-tipo-reg      pic  x(001) value 'D'.
           03 arqbivisita-vendedor-codigo
                                        pic  9(007) value zeros.
           03 arqbivisita-data-planejada
                                        pic  9(008) value zeros.
           03 arqbivisita-cliente-codigo
                                        pic  9(007) value zeros.
           03 arqbivisita-regiao-codigo pic  9(007) value zeros.
           03 arqbivisita-data-realizada
                                        pic  9(008) value zeros.
           03 arqbivisita-resultado     pic  x(001) value spaces.
           03 arqbivisita-checkin-situacao
                                        pic  x(001) value spaces.
           03 arqbivisita-checkin-distancia
                                        pic  9(005)v9(002) value zeros.
