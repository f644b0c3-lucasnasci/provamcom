      *Skeleton COBOL Copybook
       01  fs-arqleadcfg.
           05  fs-arqleadcfg-1 PIC  X(001).
           05  fs-arqleadcfg-2 pic  x(001).
           05  fs-arqleadcfg-r redefines fs-arqleadcfg-2  pic 99
           comp-x.
