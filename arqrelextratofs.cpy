      *Skeleton COBOL Copybook
       01  fs-arqrelextrato.
           05  fs-arqrelextrato-1 PIC  X(001).
           05  fs-arqrelextrato-2 pic  x(001).
           05  fs-arqrelextrato-r redefines fs-arqrelextrato-2  pic 99
           comp-x.
