      *Skeleton COBOL Copybook
       01  fs-arqrelcobdist.
           05  fs-arqrelcobdist-1 PIC  X(001).
           05  fs-arqrelcobdist-2 pic  x(001).
           05  fs-arqrelcobdist-r redefines fs-arqrelcobdist-2  pic 99
           comp-x.
