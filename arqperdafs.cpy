      *Skeleton COBOL Copybook
       01  fs-arqperda.
           05  fs-arqperda-1     PIC  X(001).
           05  fs-arqperda-2     pic  x(001).
           05  fs-arqperda-r     redefines fs-arqperda-2  pic 99
           comp-x.
