      *Skeleton COBOL Copybook
       01  fs-arqretorno.
           05  fs-arqretorno-1   PIC  X(001).
           05  fs-arqretorno-2   pic  x(001).
           05  fs-arqretorno-r   redefines fs-arqretorno-2  pic 99
           comp-x.
