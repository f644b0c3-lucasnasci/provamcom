      *Skeleton COBOL Copybook
       01  fs-arqpropcom.
           05  fs-arqpropcom-1   PIC  X(001).
           05  fs-arqpropcom-2   pic  x(001).
           05  fs-arqpropcom-r   redefines
               fs-arqpropcom-2  pic 99 comp-x.
