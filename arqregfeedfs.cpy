      *Skeleton COBOL Copybook
       01  fs-arqregfeed.
           05  fs-arqregfeed-1 PIC  X(001).
           05  fs-arqregfeed-2 pic  x(001).
           05  fs-arqregfeed-r redefines fs-arqregfeed-2  pic 99
           comp-x.
