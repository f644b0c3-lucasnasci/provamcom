      *Skeleton COBOL Copybook
           fd arqrelconcilia.

       01  arqrelconcilia-linha            pic  x(132).
