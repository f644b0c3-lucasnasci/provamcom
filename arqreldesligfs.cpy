      *Skeleton COBOL Copybook
       01  fs-arqreldeslig.
           05  fs-arqreldeslig-1 PIC  X(001).
           05  fs-arqreldeslig-2 pic  x(001).
           05  fs-arqreldeslig-r redefines fs-arqreldeslig-2  pic 99
           comp-x.
