      *Skeleton COBOL Copybook
       01  fs-arqrelimpdist.
           05  fs-arqrelimpdist-1 PIC  X(001).
           05  fs-arqrelimpdist-2 pic  x(001).
           05  fs-arqrelimpdist-r redefines fs-arqrelimpdist-2  pic 99
           comp-x.
