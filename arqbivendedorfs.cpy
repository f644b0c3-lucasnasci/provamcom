      *Skeleton COBOL Copybook
       01  fs-arqbivendedor.
           05  fs-arqbivendedor-1  PIC  X(001).
           05  fs-arqbivendedor-2  pic  x(001).
           05  fs-arqbivendedor-r  redefines fs-arqbivendedor-2  pic 99
           comp-x.
