      *Skeleton COBOL Copybook
       01  fs-arqrelprev.
           05  fs-arqrelprev-1 PIC  X(001).
           05  fs-arqrelprev-2 pic  x(001).
           05  fs-arqrelprev-r redefines fs-arqrelprev-2  pic 99
           comp-x.
