      *Skeleton COBOL Copybook
           fd arqrelfluxo.

       01  arqrelfluxo-linha             pic  x(132).
