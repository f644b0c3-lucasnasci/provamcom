      *Skeleton COBOL Copybook
       01  fs-arqlead.
           05  fs-arqlead-1 PIC  X(001).
           05  fs-arqlead-2 pic  x(001).
           05  fs-arqlead-r redefines fs-arqlead-2  pic 99
           comp-x.
