      *Skeleton COBOL Copybook
       01  fs-arqrelreposicao.
           05  fs-arqrelreposicao-1 PIC  X(001).
           05  fs-arqrelreposicao-2 pic  x(001).
           05  fs-arqrelreposicao-r redefines fs-arqrelreposicao-2
           pic 99 comp-x.
