      *Skeleton COBOL Copybook
       01  fs-arqrelcampanha.
           05  fs-arqrelcampanha-1 PIC  X(001).
           05  fs-arqrelcampanha-2 pic  x(001).
           05  fs-arqrelcampanha-r redefines fs-arqrelcampanha-2  pic 99
           comp-x.
