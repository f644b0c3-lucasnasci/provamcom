      *Skeleton COBOL Copybook
       01  fs-arqcd.
           05  fs-arqcd-1 PIC  X(001).
           05  fs-arqcd-2 pic  x(001).
           05  fs-arqcd-r redefines fs-arqcd-2  pic 99
           comp-x.
