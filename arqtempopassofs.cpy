      *Skeleton COBOL Copybook
       01  fs-arqtempopasso.
           05  fs-arqtempopasso-1 PIC  X(001).
           05  fs-arqtempopasso-2 pic  x(001).
           05  fs-arqtempopasso-r redefines fs-arqtempopasso-2  pic 99
           comp-x.
