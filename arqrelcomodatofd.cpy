      *Skeleton COBOL Copybook
           fd arqrelcomodato.

       01  arqrelcomodato-linha           pic  x(132).
