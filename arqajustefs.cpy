      *Skeleton COBOL Copybook
       01  fs-arqajuste.
           05  fs-arqajuste-1    PIC  X(001).
           05  fs-arqajuste-2    pic  x(001).
           05  fs-arqajuste-r    redefines fs-arqajuste-2  pic 99
           comp-x.
