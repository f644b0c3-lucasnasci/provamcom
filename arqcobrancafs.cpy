      *Skeleton COBOL Copybook
       01  fs-arqcobranca.
           05  fs-arqcobranca-1 PIC  X(001).
           05  fs-arqcobranca-2 pic  x(001).
           05  fs-arqcobranca-r redefines fs-arqcobranca-2  pic 99
           comp-x.
