      *Skeleton COBOL Copybook
       01  fs-arqrisco.
           05  fs-arqrisco-1   PIC  X(001).
           05  fs-arqrisco-2   pic  x(001).
           05  fs-arqrisco-r   redefines fs-arqrisco-2  pic 99
           comp-x.
