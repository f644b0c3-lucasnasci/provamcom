      *Skeleton COBOL Copybook
       01  fs-arqbaixa.
           05  fs-arqbaixa-1   PIC  X(001).
           05  fs-arqbaixa-2   pic  x(001).
           05  fs-arqbaixa-r   redefines fs-arqbaixa-2  pic 99
           comp-x.
