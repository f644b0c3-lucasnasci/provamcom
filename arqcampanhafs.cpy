      *Skeleton COBOL Copybook
       01  fs-arqcampanha.
           05  fs-arqcampanha-1 PIC  X(001).
           05  fs-arqcampanha-2 pic  x(001).
           05  fs-arqcampanha-r redefines fs-arqcampanha-2  pic 99
           comp-x.
