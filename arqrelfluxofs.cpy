      *Skeleton COBOL Copybook
       01  fs-arqrelfluxo.
           05  fs-arqrelfluxo-1   PIC  X(001).
           05  fs-arqrelfluxo-2   pic  x(001).
           05  fs-arqrelfluxo-r   redefines fs-arqrelfluxo-2  pic 99
           comp-x.
