      *Skeleton COBOL Copybook
       01  fs-arqcobcfg.
           05  fs-arqcobcfg-1  PIC  X(001).
           05  fs-arqcobcfg-2  pic  x(001).
           05  fs-arqcobcfg-r  redefines fs-arqcobcfg-2  pic 99
           comp-x.
