      *Skeleton COBOL Copybook
           fd arqrelcddist.

       01  arqrelcddist-linha               pic  x(132).
