      *Skeleton COBOL Copybook
       01  fs-arqelocadeia.
           05  fs-arqelocadeia-1   PIC  X(001).
           05  fs-arqelocadeia-2   pic  x(001).
           05  fs-arqelocadeia-r   redefines fs-arqelocadeia-2  pic 99
           comp-x.
