      *Skeleton COBOL Copybook
       01  fs-arqmensagem.
           05  fs-arqmensagem-1 PIC  X(001).
           05  fs-arqmensagem-2 pic  x(001).
           05  fs-arqmensagem-r redefines fs-arqmensagem-2  pic 99
           comp-x.
