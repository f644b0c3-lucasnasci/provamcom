      *Skeleton COBOL Copybook
       01  fs-arqagenda.
           05  fs-arqagenda-1 PIC  X(001).
           05  fs-arqagenda-2 pic  x(001).
           05  fs-arqagenda-r
               redefines fs-arqagenda-2 pic 99 comp-x.
