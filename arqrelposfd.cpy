      *Skeleton COBOL Copybook
           fd arqrelpos.

       01  arqrelpos-linha               pic  x(132).
