      *Skeleton COBOL Copybook
       01  fs-arqrelcadeia.
           05  fs-arqrelcadeia-1 PIC  X(001).
           05  fs-arqrelcadeia-2 pic  x(001).
           05  fs-arqrelcadeia-r redefines fs-arqrelcadeia-2  pic 99
           comp-x.
