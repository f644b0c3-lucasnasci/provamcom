      *Skeleton COBOL Copybook
           fd arqrelsimul.

       01  arqrelsimul-linha             pic  x(132).
