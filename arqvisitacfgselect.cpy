      *Skeleton COBOL Copybook
           select arqvisitacfg assign to
                   wk-caminho-arqvisitacfg
                 organization       is line sequential

                 file status        is fs-arqvisitacfg.
