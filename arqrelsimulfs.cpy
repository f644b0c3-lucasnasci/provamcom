      *Skeleton COBOL Copybook
       01  fs-arqrelsimul.
           05  fs-arqrelsimul-1 PIC  X(001).
           05  fs-arqrelsimul-2 pic  x(001).
           05  fs-arqrelsimul-r redefines fs-arqrelsimul-2  pic 99
           comp-x.
