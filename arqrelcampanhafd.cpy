      *Skeleton COBOL Copybook
           fd arqrelcampanha.

       01  arqrelcampanha-linha            pic  x(132).
