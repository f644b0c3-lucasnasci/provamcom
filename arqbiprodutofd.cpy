      *Skeleton COBOL Copybook
           fd arqbiproduto.

      *    BI dimension of produtos.
       01  arqbiproduto-registro.
           03 arqbiproduto-tipo-reg     pic  x(001) value 'D'.
           03 arqbiproduto-codigo       pic  9(005) value zeros.
           03 arqbiproduto-descricao    pic  x(040) value spaces.
           03 arqbiproduto-linha-produto
                                        pic  x(001) value spaces.
           03 arqbiproduto-status       pic  x(001) value spaces.
           03 arqbiproduto-preco-unitario
                                        pic  9(007)v9(002) value zeros.
           03 arqbiproduto-custo        pic  9(007)v9(002) value zeros.
