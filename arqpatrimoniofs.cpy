      *Skeleton COBOL Copybook
       01  fs-arqpatrimonio.
           05  fs-arqpatrimonio-1 PIC  X(001).
           05  fs-arqpatrimonio-2 pic  x(001).
           05  fs-arqpatrimonio-r redefines fs-arqpatrimonio-2  pic 99
           comp-x.
