      *Skeleton COBOL Copybook
       01  fs-arqrelcdcli.
           05  fs-arqrelcdcli-1 PIC  X(001).
           05  fs-arqrelcdcli-2 pic  x(001).
           05  fs-arqrelcdcli-r redefines fs-arqrelcdcli-2  pic 99
           comp-x.
