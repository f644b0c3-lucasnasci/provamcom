      *Skeleton COBOL Copybook
       01  fs-arqcapcfg.
           05  fs-arqcapcfg-1 PIC  X(001).
           05  fs-arqcapcfg-2 pic  x(001).
           05  fs-arqcapcfg-r redefines fs-arqcapcfg-2  pic 99
           comp-x.
