      *Skeleton COBOL Copybook
           select arqrelmix assign to
                   wk-caminho-arqrelmix
                 organization       is line sequential

                 file status        is fs-arqrelmix.
