      *Skeleton COBOL Copybook
       01  fs-arqfiscal.
           05  fs-arqfiscal-1  PIC  X(001).
           05  fs-arqfiscal-2  pic  x(001).
           05  fs-arqfiscal-r  redefines fs-arqfiscal-2  pic 99
           comp-x.
