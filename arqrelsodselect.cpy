      *Skeleton COBOL Copybook
           select arqrelsod assign to
                   wk-caminho-arqrelsod
                 organization       is line sequential

                 file status        is fs-arqrelsod.
