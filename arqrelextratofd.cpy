      *Skeleton COBOL Copybook
           fd arqrelextrato.

       01  arqrelextrato-linha           pic  x(132).
