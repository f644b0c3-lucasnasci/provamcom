      *Skeleton COBOL Copybook
           select arqcobcfg assign to
                   wk-caminho-arqcobcfg
                 organization       is line sequential

                 file status        is fs-arqcobcfg.
