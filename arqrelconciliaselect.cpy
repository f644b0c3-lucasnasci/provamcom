      *Skeleton COBOL Copybook
           select arqrelconcilia assign to
                   wk-caminho-arqrelconcilia
                 organization       is line sequential

                 file status        is fs-arqrelconcilia.
