      *Skeleton COBOL Copybook
       01  fs-arqbictl.
           05  fs-arqbictl-1  PIC  X(001).
           05  fs-arqbictl-2  pic  x(001).
           05  fs-arqbictl-r  redefines fs-arqbictl-2  pic 99
           comp-x.
