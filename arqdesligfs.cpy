      *Skeleton COBOL Copybook
       01  fs-arqdeslig.
           05  fs-arqdeslig-1 PIC  X(001).
           05  fs-arqdeslig-2 pic  x(001).
           05  fs-arqdeslig-r redefines fs-arqdeslig-2  pic 99
           comp-x.
