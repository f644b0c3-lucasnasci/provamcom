      *Skeleton COBOL Copybook
           fd arqbititulo.

      *    BI fact of titulos, one row per parcela, keyed by the
      *    nota and carrying the cliente and vendedor keys, the due
      *    date key and the settlement figures as they stand.
       01  arqbititulo-registro.
           03 arqbititulo-tipo-reg      pic  x(001) value 'D'.
           03 arqbititulo-numero-nf     pic  9(009) value zeros.
           03 arqbititulo-parcela       pic  9(002) value zeros.
           03 arqbititulo-cliente-codigo
                                        pic  9(007) value zeros.
           03 arqbititulo-vendedor-codigo
                                        pic  9(007) value zeros.
           03 arqbititulo-regiao-codigo pic  9(007) value zeros.
           03 arqbititulo-vencimento    pic  9(008) value zeros.
           03 arqbititulo-valor         pic  9(009)v9(002) value zeros.
           03 arqbititulo-situacao      pic  x(001) value spaces.
           03 arqbititulo-data-pagamento
                                        pic  9(008) value zeros.
           03 arqbititulo-valor-pago    pic  9(009)v9(002) value zeros.
