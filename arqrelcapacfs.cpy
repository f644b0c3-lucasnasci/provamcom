      *Skeleton COBOL Copybook
       01  fs-arqrelcapac.
           05  fs-arqrelcapac-1 PIC  X(001).
           05  fs-arqrelcapac-2 pic  x(001).
           05  fs-arqrelcapac-r redefines fs-arqrelcapac-2  pic 99
           comp-x.
