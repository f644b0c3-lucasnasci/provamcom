      *Skeleton COBOL Copybook
       01  fs-arqlistaextrato.
           05  fs-arqlistaextrato-1 PIC  X(001).
           05  fs-arqlistaextrato-2 pic  x(001).
           05  fs-arqlistaextrato-r redefines fs-arqlistaextrato-2
           pic 99 comp-x.
