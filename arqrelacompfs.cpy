      *Skeleton COBOL Copybook
       01  fs-arqrelacomp.
           05  fs-arqrelacomp-1 PIC  X(001).
           05  fs-arqrelacomp-2 pic  x(001).
           05  fs-arqrelacomp-r redefines fs-arqrelacomp-2  pic 99
           comp-x.
