      *Skeleton COBOL Copybook
       01  fs-arqbititulo.
           05  fs-arqbititulo-1  PIC  X(001).
           05  fs-arqbititulo-2  pic  x(001).
           05  fs-arqbititulo-r  redefines fs-arqbititulo-2  pic 99
           comp-x.
