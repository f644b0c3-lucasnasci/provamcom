      *Skeleton COBOL Copybook
       01  fs-arqincentivo.
           05  fs-arqincentivo-1 PIC  X(001).
           05  fs-arqincentivo-2 pic  x(001).
           05  fs-arqincentivo-r redefines fs-arqincentivo-2  pic 99
           comp-x.
