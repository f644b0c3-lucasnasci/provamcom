      *Skeleton COBOL Copybook
       01  fs-arqchkimport.
           05  fs-arqchkimport-1 PIC  X(001).
           05  fs-arqchkimport-2 pic  x(001).
           05  fs-arqchkimport-r redefines fs-arqchkimport-2  pic 99
           comp-x.
