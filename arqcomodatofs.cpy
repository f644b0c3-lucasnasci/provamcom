      *Skeleton COBOL Copybook
       01  fs-arqcomodato.
           05  fs-arqcomodato-1 PIC  X(001).
           05  fs-arqcomodato-2 pic  x(001).
           05  fs-arqcomodato-r redefines fs-arqcomodato-2  pic 99
           comp-x.
