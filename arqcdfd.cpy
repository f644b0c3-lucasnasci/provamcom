      *Skeleton COBOL Copybook
       fd arqcd.

      *    Centros de distribuicao: the depots deliveries leave from.
      *    atribuicd gives every ativo client the nearest ativo depot
      *    by road; a depot closed here loses its clients to the
      *    next nearest on the spot.
       01  arqcd-registro.
           03 arqcd-chave.
            05 arqcd-empresa            pic  9(003) value 1.
            05 arqcd-codigo             pic  9(005) value zeros.
           03 arqcd-nome                pic  X(040) value spaces.
           03 arqcd-cidade              pic  X(030) value spaces.
           03 arqcd-uf                  pic  X(002) value spaces.
           03 arqcd-latlong.
            05 arqcd-lat                pic s9(003)v9(008) value zeros.
            05 arqcd-lon                pic s9(003)v9(008) value zeros.
           03 arqcd-status              pic  X(001) value 'A'.
               88 arqcd-ativo           value 'A'.
               88 arqcd-fechado         value 'F'.
           03 arqcd-data-abertura       pic  9(008) value zeros.
           03 arqcd-data-fechamento     pic  9(008) value zeros.
