      *Skeleton COBOL Copybook
       01  fs-arqrelnps.
           05  fs-arqrelnps-1 PIC  X(001).
           05  fs-arqrelnps-2 pic  x(001).
           05  fs-arqrelnps-r redefines fs-arqrelnps-2  pic 99
           comp-x.
