      *Skeleton COBOL Copybook
       01  fs-arqbivenda.
           05  fs-arqbivenda-1  PIC  X(001).
           05  fs-arqbivenda-2  pic  x(001).
           05  fs-arqbivenda-r  redefines fs-arqbivenda-2  pic 99
           comp-x.
