      *Skeleton COBOL Copybook
       01  fs-arqrelmarg.
           05  fs-arqrelmarg-1 PIC  X(001).
           05  fs-arqrelmarg-2 pic  x(001).
           05  fs-arqrelmarg-r redefines fs-arqrelmarg-2  pic 99
           comp-x.
