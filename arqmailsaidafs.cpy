      *Skeleton COBOL Copybook
       01  fs-arqmailsaida.
           05  fs-arqmailsaida-1 PIC  X(001).
           05  fs-arqmailsaida-2 pic  x(001).
           05  fs-arqmailsaida-r redefines fs-arqmailsaida-2  pic 99
           comp-x.
