      *Skeleton COBOL Copybook
       01  fs-arqretmobile.
           05  fs-arqretmobile-1 PIC  X(001).
           05  fs-arqretmobile-2 pic  x(001).
           05  fs-arqretmobile-r
               redefines fs-arqretmobile-2 pic 99 comp-x.
