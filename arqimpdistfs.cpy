      *Skeleton COBOL Copybook
       01  fs-arqimpdist.
           05  fs-arqimpdist-1   PIC  X(001).
           05  fs-arqimpdist-2   pic  x(001).
           05  fs-arqimpdist-r   redefines
               fs-arqimpdist-2  pic 99 comp-x.
