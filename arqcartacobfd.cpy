      *Skeleton COBOL Copybook
           fd arqcartacob.

       01  arqcartacob-linha             pic  x(132).
