      *Skeleton COBOL Copybook
       01  fs-arqreltempo.
           05  fs-arqreltempo-1 PIC  X(001).
           05  fs-arqreltempo-2 pic  x(001).
           05  fs-arqreltempo-r redefines fs-arqreltempo-2  pic 99
           comp-x.
