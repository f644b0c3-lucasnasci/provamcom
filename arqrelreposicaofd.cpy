      *Skeleton COBOL Copybook
           fd arqrelreposicao.

       01  arqrelreposicao-linha            pic  x(132).
