      *Skeleton COBOL Copybook
           select arqrelpos assign to
                   wk-caminho-arqrelpos
                 organization       is line sequential

                 file status        is fs-arqrelpos.
