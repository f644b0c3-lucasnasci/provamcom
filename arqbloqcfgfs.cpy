      *Skeleton COBOL Copybook
       01  fs-arqbloqcfg.
           05  fs-arqbloqcfg-1   PIC  X(001).
           05  fs-arqbloqcfg-2   pic  x(001).
           05  fs-arqbloqcfg-r   redefines fs-arqbloqcfg-2  pic 99
           comp-x.
