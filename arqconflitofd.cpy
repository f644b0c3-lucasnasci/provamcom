      *Skeleton COBOL Copybook
       fd arqconflito.

      *    Segregation of duties: pairs of menu options one operator
      *    must not hold together (keying a venda and settling its
      *    titulos, closing commission and setting its rates...).
      *    The pair is kept with the lower option first, so 05.05 x
      *    05.01 and 05.01 x 05.05 are the same row. An inactive
      *    pair stays on file but is no longer checked.
       01  arqconflito-registro.
           03 arqconflito-chave.
            05 arqconflito-opcao-a       pic  x(005) value spaces.
            05 arqconflito-opcao-b       pic  x(005) value spaces.
           03 arqconflito-descricao      pic  x(040) value spaces.
           03 arqconflito-situacao       pic  x(001) value 'A'.
               88 arqconflito-ativo      value 'A'.
               88 arqconflito-inativo    value 'I'.
           03 arqconflito-operador       pic  x(010) value spaces.
           03 arqconflito-data           pic  9(008) value zeros.
