      *Skeleton COBOL Copybook
       01  fs-arqriscocfg.
           05  fs-arqriscocfg-1 PIC  X(001).
           05  fs-arqriscocfg-2 pic  x(001).
           05  fs-arqriscocfg-r redefines fs-arqriscocfg-2  pic 99
           comp-x.
