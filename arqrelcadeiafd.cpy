      *Skeleton COBOL Copybook
           fd arqrelcadeia.

       01  arqrelcadeia-linha            pic  x(132).
