      *Skeleton COBOL Copybook
           fd arqrelnps.

       01  arqrelnps-linha               pic  x(132).
