      *Skeleton COBOL Copybook
           fd arqrelprev.

       01  arqrelprev-linha               pic  x(132).
