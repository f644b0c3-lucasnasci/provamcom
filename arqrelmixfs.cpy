      *Skeleton COBOL Copybook
       01  fs-arqrelmix.
           05  fs-arqrelmix-1 PIC  X(001).
           05  fs-arqrelmix-2 pic  x(001).
           05  fs-arqrelmix-r redefines fs-arqrelmix-2  pic 99
           comp-x.
