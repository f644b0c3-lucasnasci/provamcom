      *Skeleton COBOL Copybook
           fd arqbivendedor.

      *    BI dimension of vendedores: the supervisor and the
      *    regiao / zona / diretoria chain on the row itself.
       01  arqbivendedor-registro.
           03 arqbivendedor-tipo-reg    pic  x(001) value 'D'.
           03 arqbivendedor-codigo      pic  9(007) value zeros.
           03 arqbivendedor-nome        pic  x(040) value spaces.
           03 arqbivendedor-status      pic  x(001) value spaces.
           03 arqbivendedor-linha-produto
                                        pic  x(001) value spaces.
           03 arqbivendedor-supervisor-codigo
                                        pic  9(007) value zeros.
           03 arqbivendedor-regiao-codigo
                                        pic  9(007) value zeros.
           03 arqbivendedor-zona-codigo pic  9(007) value zeros.
           03 arqbivendedor-diretoria-codigo
                                        pic  9(007) value zeros.
