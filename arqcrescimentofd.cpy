      *Skeleton COBOL Copybook
       fd arqcrescimento.

      *    Size history of the system's files: the record count of
      *    each monitored master, log and interface file, one row
      *    per file per night (a second measurement the same day
      *    replaces the first). The growth report projects each
      *    file's size from these rows.
       01  arqcrescimento-registro.
           03 arqcrescimento-chave.
            05 arqcrescimento-arquivo    pic  x(020) value spaces.
            05 arqcrescimento-data       pic  9(008) value zeros.
           03 arqcrescimento-hora        pic  9(006) value zeros.
           03 arqcrescimento-registros   pic  9(009) value zeros.
           03 arqcrescimento-situacao    pic  x(001) value spaces.
               88 arqcrescimento-medido  value 'M'.
               88 arqcrescimento-ausente value 'A'.
