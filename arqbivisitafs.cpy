      *Skeleton COBOL Copybook
       01  fs-arqbivisita.
           05  fs-arqbivisita-1  PIC  X(001).
           05  fs-arqbivisita-2  pic  x(001).
           05  fs-arqbivisita-r  redefines fs-arqbivisita-2  pic 99
           comp-x.
