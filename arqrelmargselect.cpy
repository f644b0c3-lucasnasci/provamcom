      *Skeleton COBOL Copybook
           select arqrelmarg assign to
                   wk-caminho-arqrelmarg
                 organization       is line sequential

                 file status        is fs-arqrelmarg.
