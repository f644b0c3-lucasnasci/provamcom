      *Skeleton COBOL Copybook
           select arqrelnps assign to
                   wk-caminho-arqrelnps
                 organization       is line sequential

                 file status        is fs-arqrelnps.
