      *Skeleton COBOL Copybook
       01  fs-arqrelcruz.
           05  fs-arqrelcruz-1 PIC  X(001).
           05  fs-arqrelcruz-2 pic  x(001).
           05  fs-arqrelcruz-r redefines fs-arqrelcruz-2  pic 99
           comp-x.
