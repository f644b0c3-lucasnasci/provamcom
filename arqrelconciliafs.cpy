      *Skeleton COBOL Copybook
       01  fs-arqrelconcilia.
           05  fs-arqrelconcilia-1 PIC  X(001).
           05  fs-arqrelconcilia-2 pic  x(001).
           05  fs-arqrelconcilia-r redefines fs-arqrelconcilia-2  pic 99
           comp-x.
