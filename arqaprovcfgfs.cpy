      *Skeleton COBOL Copybook
       01  fs-arqaprovcfg.
           05  fs-arqaprovcfg-1   PIC  X(001).
           05  fs-arqaprovcfg-2   pic  x(001).
           05  fs-arqaprovcfg-r   redefines fs-arqaprovcfg-2  pic 99
           comp-x.
