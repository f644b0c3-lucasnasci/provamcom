      *Skeleton COBOL Copybook
       01  fs-arqrelsod.
           05  fs-arqrelsod-1 PIC  X(001).
           05  fs-arqrelsod-2 pic  x(001).
           05  fs-arqrelsod-r redefines fs-arqrelsod-2  pic 99
           comp-x.
