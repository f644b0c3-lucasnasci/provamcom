      *Skeleton COBOL Copybook
           select arqrelajuste assign to
                   wk-caminho-arqrelajuste
                 organization       is line sequential

                 file status        is fs-arqrelajuste.
