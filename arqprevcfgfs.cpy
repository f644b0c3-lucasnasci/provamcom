      *Skeleton COBOL Copybook
       01  fs-arqprevcfg.
           05  fs-arqprevcfg-1 PIC  X(001).
           05  fs-arqprevcfg-2 pic  x(001).
           05  fs-arqprevcfg-r redefines fs-arqprevcfg-2  pic 99
           comp-x.
