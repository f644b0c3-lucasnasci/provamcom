      *Skeleton COBOL Copybook
           select arqrelgrupo assign to
                   wk-caminho-arqrelgrupo
                 organization       is line sequential

                 file status        is fs-arqrelgrupo.
