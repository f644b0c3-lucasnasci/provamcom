      *Skeleton COBOL Copybook
           fd arqrelmix.

       01  arqrelmix-linha               pic  x(132).
