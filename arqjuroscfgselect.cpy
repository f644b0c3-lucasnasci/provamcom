      *Skeleton COBOL Copybook
           select arqjuroscfg assign to
                   wk-caminho-arqjuroscfg
                 organization       is line sequential

                 file status        is fs-arqjuroscfg.
