      *Skeleton COBOL Copybook
           fd arqreltitular.

       01  arqreltitular-linha            pic  x(132).
