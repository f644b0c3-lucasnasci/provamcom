      *Skeleton COBOL Copybook
       01  fs-arqremessa.
           05  fs-arqremessa-1   PIC  X(001).
           05  fs-arqremessa-2   pic  x(001).
           05  fs-arqremessa-r   redefines fs-arqremessa-2  pic 99
           comp-x.
