      *Skeleton COBOL Copybook
       01  fs-arqrelcoaching.
           05  fs-arqrelcoaching-1 PIC  X(001).
           05  fs-arqrelcoaching-2 pic  x(001).
           05  fs-arqrelcoaching-r redefines fs-arqrelcoaching-2  pic 99
           comp-x.
