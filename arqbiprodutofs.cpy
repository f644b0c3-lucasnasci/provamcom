      *Skeleton COBOL Copybook
       01  fs-arqbiproduto.
           05  fs-arqbiproduto-1  PIC  X(001).
           05  fs-arqbiproduto-2  pic  x(001).
           05  fs-arqbiproduto-r  redefines fs-arqbiproduto-2  pic 99
           comp-x.
