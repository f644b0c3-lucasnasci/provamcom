      *Skeleton COBOL Copybook
           select arqrelcruz assign to
                   wk-caminho-arqrelcruz
                 organization       is line sequential

                 file status        is fs-arqrelcruz.
