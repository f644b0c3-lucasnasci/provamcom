      *Skeleton COBOL Copybook
       01  fs-arqtributo.
           05  fs-arqtributo-1 PIC  X(001).
           05  fs-arqtributo-2 pic  x(001).
           05  fs-arqtributo-r redefines fs-arqtributo-2  pic 99
           comp-x.
