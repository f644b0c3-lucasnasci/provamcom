      *Skeleton COBOL Copybook
           fd arqmovestoque.

      *    Journal of every movement applied to arqestoque, in the
      *    order it happened: who moved which product at which depot,
      *    the kind of movement, the quantity and the nota fiscal
      *    behind it when there is one. The saldo-apos is the saldo
      *    the movement left, so a count can be traced back line by
      *    line.
       01  arqmovestoque-registro.
           03 arqmovestoque-data         pic  9(008) value zeros.
           03 arqmovestoque-hora         pic  9(006) value zeros.
           03 arqmovestoque-operador     pic  x(010) value spaces.
           03 arqmovestoque-empresa      pic  9(003) value zeros.
           03 arqmovestoque-cd-codigo    pic  9(005) value zeros.
           03 arqmovestoque-produto-codigo
                                         pic  9(005) value zeros.
           03 arqmovestoque-tipo         pic  x(001) value spaces.
               88 arqmovestoque-entrada  value 'E'.
               88 arqmovestoque-ajuste   value 'A'.
               88 arqmovestoque-reserva  value 'R'.
               88 arqmovestoque-libera   value 'L'.
               88 arqmovestoque-baixa    value 'B'.
               88 arqmovestoque-devolucao
                                         value 'D'.
               88 arqmovestoque-minimo   value 'M'.
           03 arqmovestoque-quantidade   pic s9(007) value zeros.
           03 arqmovestoque-saldo-apos   pic s9(007) value zeros.
           03 arqmovestoque-reservado-apos
                                         pic  9(007) value zeros.
           03 arqmovestoque-numero-nf    pic  9(009) value zeros.
