      *Skeleton COBOL Copybook
       01  fs-arqreltitular.
           05  fs-arqreltitular-1 PIC  X(001).
           05  fs-arqreltitular-2 pic  x(001).
           05  fs-arqreltitular-r redefines fs-arqreltitular-2  pic 99
           comp-x.
