      *Skeleton COBOL Copybook
           select arqrelpdd assign to
                   wk-caminho-arqrelpdd
                 organization       is line sequential

                 file status        is fs-arqrelpdd.
