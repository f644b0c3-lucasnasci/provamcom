      *Skeleton COBOL Copybook
       01  fs-arqrelajuste.
           05  fs-arqrelajuste-1 PIC  X(001).
           05  fs-arqrelajuste-2 pic  x(001).
           05  fs-arqrelajuste-r redefines fs-arqrelajuste-2  pic 99
           comp-x.
