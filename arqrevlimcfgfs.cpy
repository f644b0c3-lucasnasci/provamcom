      *Skeleton COBOL Copybook
       01  fs-arqrevlimcfg.
           05  fs-arqrevlimcfg-1 PIC  X(001).
           05  fs-arqrevlimcfg-2 pic  x(001).
           05  fs-arqrevlimcfg-r redefines fs-arqrevlimcfg-2  pic 99
           comp-x.
