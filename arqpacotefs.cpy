      *Skeleton COBOL Copybook
       01  fs-arqpacote.
           05  fs-arqpacote-1 PIC  X(001).
           05  fs-arqpacote-2 pic  x(001).
           05  fs-arqpacote-r
               redefines fs-arqpacote-2 pic 99 comp-x.
