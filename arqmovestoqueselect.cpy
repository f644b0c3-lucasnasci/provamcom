      *Skeleton COBOL Copybook
           select arqmovestoque assign to
                   wk-caminho-arqmovestoque
                 organization       is line sequential

                 file status        is fs-arqmovestoque.
