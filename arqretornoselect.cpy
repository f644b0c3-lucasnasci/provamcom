      *Skeleton COBOL Copybook
           select arqretorno assign to
                   wk-caminho-arqretorno
                 organization       is line sequential

                 file status        is fs-arqretorno.
