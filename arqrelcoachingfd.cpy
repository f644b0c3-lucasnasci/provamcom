      *Skeleton COBOL Copybook
           fd arqrelcoaching.

       01  arqrelcoaching-linha               pic  x(132).
