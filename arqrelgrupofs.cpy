      *Skeleton COBOL Copybook
       01  fs-arqrelgrupo.
           05  fs-arqrelgrupo-1 PIC  X(001).
           05  fs-arqrelgrupo-2 pic  x(001).
           05  fs-arqrelgrupo-r redefines fs-arqrelgrupo-2  pic 99
           comp-x.
