      *Skeleton COBOL Copybook
       01  fs-arqrelpos.
           05  fs-arqrelpos-1 PIC  X(001).
           05  fs-arqrelpos-2 pic  x(001).
           05  fs-arqrelpos-r redefines fs-arqrelpos-2  pic 99
           comp-x.
