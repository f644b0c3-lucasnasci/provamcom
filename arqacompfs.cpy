      *Skeleton COBOL Copybook
       01  fs-arqacomp.
           05  fs-arqacomp-1 PIC  X(001).
           05  fs-arqacomp-2 pic  x(001).
           05  fs-arqacomp-r
               redefines fs-arqacomp-2 pic 99 comp-x.
