      *Skeleton COBOL Copybook
           fd arqreltempo.

       01  arqreltempo-linha            pic  x(132).
