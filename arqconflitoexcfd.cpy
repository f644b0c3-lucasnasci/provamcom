      *Skeleton COBOL Copybook
       fd arqconflitoexc.

      *    A conflict a supervisor accepted for one operator, with
      *    the reason and the last day it holds; after validade the
      *    pair is reported as a conflict again.
       01  arqconflitoexc-registro.
           03 arqconflitoexc-chave.
            05 arqconflitoexc-operador   pic  x(010) value spaces.
            05 arqconflitoexc-opcao-a    pic  x(005) value spaces.
            05 arqconflitoexc-opcao-b    pic  x(005) value spaces.
           03 arqconflitoexc-justificativa
                                        pic  x(060) value spaces.
           03 arqconflitoexc-validade    pic  9(008) value zeros.
           03 arqconflitoexc-supervisor  pic  x(010) value spaces.
           03 arqconflitoexc-data        pic  9(008) value zeros.
