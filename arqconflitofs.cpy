      *Skeleton COBOL Copybook
       01  fs-arqconflito.
           05  fs-arqconflito-1 PIC  X(001).
           05  fs-arqconflito-2 pic  x(001).
           05  fs-arqconflito-r redefines fs-arqconflito-2  pic 99
           comp-x.
