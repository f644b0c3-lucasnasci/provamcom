      *Skeleton COBOL Copybook
           fd arqbiregiao.

      *    BI dimension of the sales structure, one row per node
      *    with its zona and diretoria resolved -- a zona row has
      *    itself as zona, a diretoria row itself as diretoria.
       01  arqbiregiao-registro.
           03 arqbiregiao-tipo-reg      pic  x(001) value 'D'.
           03 arqbiregiao-codigo        pic  9(007) value zeros.
           03 arqbiregiao-nome          pic  x(040) value spaces.
           03 arqbiregiao-nivel         pic  9(002) value zeros.
           03 arqbiregiao-zona-codigo   pic  9(007) value zeros.
           03 arqbiregiao-zona-nome     pic  x(040) value spaces.
           03 arqbiregiao-diretoria-codigo
                                        pic  9(007) value zeros.
           03 arqbiregiao-diretoria-nome
                                        pic  x(040) value spaces.
           03 arqbiregiao-status        pic  x(001) value spaces.
