      *Skeleton COBOL Copybook
           select arqaprovcfg assign to
                   wk-caminho-arqaprovcfg
                 organization       is line sequential

                 file status        is fs-arqaprovcfg.
