      *Skeleton COBOL Copybook
           fd arqrelgrupo.

       01  arqrelgrupo-linha               pic  x(132).
