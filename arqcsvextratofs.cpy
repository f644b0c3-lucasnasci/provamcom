      *Skeleton COBOL Copybook
       01  fs-arqcsvextrato.
           05  fs-arqcsvextrato-1 PIC  X(001).
           05  fs-arqcsvextrato-2 pic  x(001).
           05  fs-arqcsvextrato-r redefines fs-arqcsvextrato-2  pic 99
           comp-x.
