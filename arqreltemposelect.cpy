      *Skeleton COBOL Copybook
           select arqreltempo assign to
                   wk-caminho-arqreltempo
                 organization       is line sequential

                 file status        is fs-arqreltempo.
