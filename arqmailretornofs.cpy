      *Skeleton COBOL Copybook
       01  fs-arqmailretorno.
           05  fs-arqmailretorno-1 PIC  X(001).
           05  fs-arqmailretorno-2 pic  x(001).
           05  fs-arqmailretorno-r redefines fs-arqmailretorno-2  pic 99
           comp-x.
