      *Skeleton COBOL Copybook
           select arqrelcoaching assign to
                   wk-caminho-arqrelcoaching
                 organization       is line sequential

                 file status        is fs-arqrelcoaching.
