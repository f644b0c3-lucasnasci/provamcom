      *Skeleton COBOL Copybook
           fd arqrelimpdist.

       01  arqrelimpdist-linha               pic  x(132).
