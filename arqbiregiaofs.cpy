      *Skeleton COBOL Copybook
       01  fs-arqbiregiao.
           05  fs-arqbiregiao-1  PIC  X(001).
           05  fs-arqbiregiao-2  pic  x(001).
           05  fs-arqbiregiao-r  redefines fs-arqbiregiao-2  pic 99
           comp-x.
