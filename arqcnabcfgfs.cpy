      *Skeleton COBOL Copybook
       01  fs-arqcnabcfg.
           05  fs-arqcnabcfg-1   PIC  X(001).
           05  fs-arqcnabcfg-2   pic  x(001).
           05  fs-arqcnabcfg-r   redefines fs-arqcnabcfg-2  pic 99
           comp-x.
