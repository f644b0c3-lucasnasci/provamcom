      *Skeleton COBOL Copybook
       01  fs-arqconflitoexc.
           05  fs-arqconflitoexc-1 PIC  X(001).
           05  fs-arqconflitoexc-2 pic  x(001).
           05  fs-arqconflitoexc-r redefines fs-arqconflitoexc-2  pic 99
           comp-x.
