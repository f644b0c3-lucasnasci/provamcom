      *Skeleton COBOL Copybook
           select arqleadcfg assign to
                   wk-caminho-arqleadcfg
                 organization       is line sequential

                 file status        is fs-arqleadcfg.
