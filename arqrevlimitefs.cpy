      *Skeleton COBOL Copybook
       01  fs-arqrevlimite.
           05  fs-arqrevlimite-1 PIC  X(001).
           05  fs-arqrevlimite-2 pic  x(001).
           05  fs-arqrevlimite-r redefines fs-arqrevlimite-2  pic 99
           comp-x.
