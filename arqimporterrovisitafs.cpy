      *Skeleton COBOL Copybook
       01  fs-arqimporterrovisita.
           05  fs-arqimporterrovisita-1 PIC  X(001).
           05  fs-arqimporterrovisita-2 pic  x(001).
           05  fs-arqimporterrovisita-r
               redefines fs-arqimporterrovisita-2 pic 99 comp-x.
