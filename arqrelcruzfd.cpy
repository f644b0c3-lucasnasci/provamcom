      *Skeleton COBOL Copybook
           fd arqrelcruz.

       01  arqrelcruz-linha               pic  x(132).
