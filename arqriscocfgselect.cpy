      *Skeleton COBOL Copybook
           select arqriscocfg assign to
                   wk-caminho-arqriscocfg
                 organization       is line sequential

                 file status        is fs-arqriscocfg.
