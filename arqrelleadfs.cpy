      *Skeleton COBOL Copybook
       01  fs-arqrellead.
           05  fs-arqrellead-1 PIC  X(001).
           05  fs-arqrellead-2 pic  x(001).
           05  fs-arqrellead-r redefines fs-arqrellead-2  pic 99
           comp-x.
