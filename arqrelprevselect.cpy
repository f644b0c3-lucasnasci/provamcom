      *Skeleton COBOL Copybook
           select arqrelprev assign to
                   wk-caminho-arqrelprev
                 organization       is line sequential

                 file status        is fs-arqrelprev.
