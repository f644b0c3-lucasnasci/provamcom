      *Skeleton COBOL Copybook
       01  fs-arqcrescimento.
           05  fs-arqcrescimento-1 PIC  X(001).
           05  fs-arqcrescimento-2 pic  x(001).
           05  fs-arqcrescimento-r redefines fs-arqcrescimento-2  pic 99
           comp-x.
