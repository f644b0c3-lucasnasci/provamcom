      *Skeleton COBOL Copybook
       01  fs-arqrelcomodato.
           05  fs-arqrelcomodato-1 PIC  X(001).
           05  fs-arqrelcomodato-2 pic  x(001).
           05  fs-arqrelcomodato-r redefines fs-arqrelcomodato-2  pic 99
           comp-x.
