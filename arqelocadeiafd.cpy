      *Skeleton COBOL Copybook
       fd arqelocadeia.

      *    Head of each log's integrity chain: the sequence and
      *    hash of the last record written. The next record links
      *    to it, and the verification compares the end of the
      *    file against it, so lines cut off the tail are caught.
       01  arqelocadeia-registro.
           03 arqelocadeia-arquivo      pic  x(012) value spaces.
           03 arqelocadeia-sequencia    pic  9(009) value zeros.
           03 arqelocadeia-hash         pic  9(015) value zeros.
           03 arqelocadeia-data         pic  9(008) value zeros.
           03 arqelocadeia-hora         pic  9(006) value zeros.
