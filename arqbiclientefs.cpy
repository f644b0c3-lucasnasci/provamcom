      *Skeleton COBOL Copybook
       01  fs-arqbicliente.
           05  fs-arqbicliente-1  PIC  X(001).
           05  fs-arqbicliente-2  pic  x(001).
           05  fs-arqbicliente-r  redefines fs-arqbicliente-2  pic 99
           comp-x.
