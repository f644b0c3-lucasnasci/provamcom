      *Skeleton COBOL Copybook
           select arqremessa assign to
                   wk-caminho-arqremessa
                 organization       is line sequential

                 file status        is fs-arqremessa.
