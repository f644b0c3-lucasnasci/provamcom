      *Skeleton COBOL Copybook
           select arqprevcfg assign to
                   wk-caminho-arqprevcfg
                 organization       is line sequential

                 file status        is fs-arqprevcfg.
