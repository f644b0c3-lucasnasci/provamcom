      *Skeleton COBOL Copybook
           select arqrelcddist assign to
                   wk-caminho-arqrelcddist
                 organization       is line sequential

                 file status        is fs-arqrelcddist.
