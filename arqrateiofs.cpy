      *Skeleton COBOL Copybook
       01  fs-arqrateio.
           05  fs-arqrateio-1    PIC  X(001).
           05  fs-arqrateio-2    pic  x(001).
           05  fs-arqrateio-r    redefines fs-arqrateio-2  pic 99
           comp-x.
