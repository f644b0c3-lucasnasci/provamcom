      *Skeleton COBOL Copybook
           fd arqrelcobdist.

       01  arqrelcobdist-linha               pic  x(132).
