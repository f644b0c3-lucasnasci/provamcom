      *Skeleton COBOL Copybook
       01  fs-arqvisitacfg.
           05  fs-arqvisitacfg-1 PIC  X(001).
           05  fs-arqvisitacfg-2 pic  x(001).
           05  fs-arqvisitacfg-r redefines fs-arqvisitacfg-2  pic 99
           comp-x.
