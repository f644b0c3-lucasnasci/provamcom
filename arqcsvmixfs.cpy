      *Skeleton COBOL Copybook
       01  fs-arqcsvmix.
           05  fs-arqcsvmix-1 PIC  X(001).
           05  fs-arqcsvmix-2 pic  x(001).
           05  fs-arqcsvmix-r redefines fs-arqcsvmix-2  pic 99
           comp-x.
