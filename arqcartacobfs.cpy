      *Skeleton COBOL Copybook
       01  fs-arqcartacob.
           05  fs-arqcartacob-1 PIC  X(001).
           05  fs-arqcartacob-2 pic  x(001).
           05  fs-arqcartacob-r redefines fs-arqcartacob-2  pic 99
           comp-x.
