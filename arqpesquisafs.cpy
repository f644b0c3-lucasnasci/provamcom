      *Skeleton COBOL Copybook
       01  fs-arqpesquisa.
           05  fs-arqpesquisa-1   PIC  X(001).
           05  fs-arqpesquisa-2   pic  x(001).
           05  fs-arqpesquisa-r   redefines fs-arqpesquisa-2  pic 99
           comp-x.
