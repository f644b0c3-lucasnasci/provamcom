      *Skeleton COBOL Copybook
           select arqreltitular assign to
                   wk-caminho-arqreltitular
                 organization       is line sequential

                 file status        is fs-arqreltitular.
