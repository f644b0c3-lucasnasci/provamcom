      *Skeleton COBOL Copybook
       01  fs-arqbloqueio.
           05  fs-arqbloqueio-1   PIC  X(001).
           05  fs-arqbloqueio-2   pic  x(001).
           05  fs-arqbloqueio-r   redefines fs-arqbloqueio-2  pic 99
           comp-x.
