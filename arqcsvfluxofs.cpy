      *Skeleton COBOL Copybook
       01  fs-arqcsvfluxo.
           05  fs-arqcsvfluxo-1   PIC  X(001).
           05  fs-arqcsvfluxo-2   pic  x(001).
           05  fs-arqcsvfluxo-r   redefines fs-arqcsvfluxo-2  pic 99
           comp-x.
