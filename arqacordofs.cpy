      *Skeleton COBOL Copybook
       01  fs-arqacordo.
           05  fs-arqacordo-1   PIC  X(001).
           05  fs-arqacordo-2   pic  x(001).
           05  fs-arqacordo-r   redefines fs-arqacordo-2  pic 99
           comp-x.
