      *Skeleton COBOL Copybook
           fd arqbicliente.

      *    BI dimension of clientes with the sales structure
      *    flattened: the client's regiao, the zona above it and the
      *    diretoria at the top, so the cube needs no recursion.
       01  arqbicliente-registro.
           03 arqbicliente-tipo-reg     pic  x(001) value 'D'.
           03 arqbicliente-codigo       pic  9(007) value zeros.
           03 arqbicliente-cnpj         pic  9(014) value zeros.
           03 arqbicliente-raz-soc      pic  x(040) value spaces.
           03 arqbicliente-cidade       pic  x(030) value spaces.
           03 arqbicliente-uf           pic  x(002) value spaces.
           03 arqbicliente-prioridade   pic  x(001) value spaces.
           03 arqbicliente-status       pic  x(001) value spaces.
           03 arqbicliente-regiao-codigo
                                        pic  9(007) value zeros.
           03 arqbicliente-zona-codigo  pic  9(007) value zeros.
           03 arqbicliente-diretoria-codigo
                                        pic  9(007) value zeros.
