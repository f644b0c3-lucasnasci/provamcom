      *Skeleton COBOL Copybook
       01  fs-arqrelpdd.
           05  fs-arqrelpdd-1 PIC  X(001).
           05  fs-arqrelpdd-2 pic  x(001).
           05  fs-arqrelpdd-r redefines fs-arqrelpdd-2  pic 99
           comp-x.
