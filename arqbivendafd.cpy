      *Skeleton COBOL Copybook
           fd arqbivenda.

      *    BI fact of venda items, one row per item sold -- keys to
      *    every dimension plus the date key (AAAAMMDD of the nota).
      *    A reversal (tipo R) repeats the items of its original
      *    under its own NF so the cube nets the pair to zero; a
      *    nota loaded without items goes out as sequencia zero,
      *    produto zero, carrying the header value.
       01  arqbivenda-registro.
           03 arqbivenda-tipo-reg       pic  x(001) value 'D'.
           03 arqbivenda-numero-nf      pic  9(009) value zeros.
           03 arqbivenda-sequencia      pic  9(003) value zeros.
           03 arqbivenda-data           pic  9(008) value zeros.
           03 arqbivenda-cliente-codigo pic  9(007) value zeros.
           03 arqbivenda-vendedor-codigo
                                        pic  9(007) value zeros.
           03 arqbivenda-produto-codigo pic  9(005) value zeros.
           03 arqbivenda-regiao-codigo  pic  9(007) value zeros.
           03 arqbivenda-tipo-nota      pic  x(001) value spaces.
           03 arqbivenda-quantidade     pic  9(005) value zeros.
           03 arqbivenda-valor          pic  9(009)v9(002) value zeros.
           03 arqbivenda-custo          pic  9(009)v9(002) value zeros.
           03 arqbivenda-valor-icms     pic  9(009)v9(002) value zeros.
           03 arqbivenda-valor-ipi      pic  9(009)v9(002) value zeros.
