      *Skeleton COBOL Copybook
       01  fs-arqcnabrej.
           05  fs-arqcnabrej-1   PIC  X(001).
           05  fs-arqcnabrej-2   pic  x(001).
           05  fs-arqcnabrej-r   redefines fs-arqcnabrej-2  pic 99
           comp-x.
