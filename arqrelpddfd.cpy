      *Skeleton COBOL Copybook
           fd arqrelpdd.

       01  arqrelpdd-linha               pic  x(132).
