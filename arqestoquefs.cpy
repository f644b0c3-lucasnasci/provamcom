      *Skeleton COBOL Copybook
       01  fs-arqestoque.
           05  fs-arqestoque-1 PIC  X(001).
           05  fs-arqestoque-2 pic  x(001).
           05  fs-arqestoque-r redefines fs-arqestoque-2  pic 99
           comp-x.
