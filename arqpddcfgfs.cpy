      *Skeleton COBOL Copybook
       01  fs-arqpddcfg.
           05  fs-arqpddcfg-1    PIC  X(001).
           05  fs-arqpddcfg-2    pic  x(001).
           05  fs-arqpddcfg-r    redefines fs-arqpddcfg-2  pic 99
           comp-x.
