      *Skeleton COBOL Copybook
           fd arqrelmarg.

       01  arqrelmarg-linha               pic  x(132).
