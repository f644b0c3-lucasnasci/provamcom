      *Skeleton COBOL Copybook
       01  fs-arqjuroscfg.
           05  fs-arqjuroscfg-1 PIC  X(001).
           05  fs-arqjuroscfg-2 pic  x(001).
           05  fs-arqjuroscfg-r redefines fs-arqjuroscfg-2  pic 99
           comp-x.
