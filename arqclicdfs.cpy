      *Skeleton COBOL Copybook
       01  fs-arqclicd.
           05  fs-arqclicd-1 PIC  X(001).
           05  fs-arqclicd-2 pic  x(001).
           05  fs-arqclicd-r redefines fs-arqclicd-2  pic 99
           comp-x.
