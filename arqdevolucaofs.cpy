      *Skeleton COBOL Copybook
       01  fs-arqdevolucao.
           05  fs-arqdevolucao-1 PIC  X(001).
           05  fs-arqdevolucao-2 pic  x(001).
           05  fs-arqdevolucao-r redefines fs-arqdevolucao-2  pic 99
           comp-x.
