      *Skeleton COBOL Copybook
       01  fs-arqrelcddist.
           05  fs-arqrelcddist-1 PIC  X(001).
           05  fs-arqrelcddist-2 pic  x(001).
           05  fs-arqrelcddist-r redefines fs-arqrelcddist-2  pic 99
           comp-x.
