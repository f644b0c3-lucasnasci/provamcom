      *Skeleton COBOL Copybook
           select arqcapcfg assign to
                   wk-caminho-arqcapcfg
                 organization       is line sequential

                 file status        is fs-arqcapcfg.
