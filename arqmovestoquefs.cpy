      *Skeleton COBOL Copybook
       01  fs-arqmovestoque.
           05  fs-arqmovestoque-1 PIC  X(001).
           05  fs-arqmovestoque-2 pic  x(001).
           05  fs-arqmovestoque-r redefines fs-arqmovestoque-2  pic 99
           comp-x.
