      *Skeleton COBOL Copybook
           select arqrevlimcfg assign to
                   wk-caminho-arqrevlimcfg
                 organization       is line sequential

                 file status        is fs-arqrevlimcfg.
