      *Skeleton COBOL Copybook
           fd arqrellead.

       01  arqrellead-linha               pic  x(132).
