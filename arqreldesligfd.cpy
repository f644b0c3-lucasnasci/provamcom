      *Skeleton COBOL Copybook
           fd arqreldeslig.

       01  arqreldeslig-linha               pic  x(132).
