      *Skeleton COBOL Copybook
           select arqbititulo assign to
                   wk-caminho-arqbititulo
                 organization       is line sequential

                 file status        is fs-arqbititulo.
