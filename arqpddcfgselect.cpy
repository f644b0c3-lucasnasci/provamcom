      *Skeleton COBOL Copybook
           select arqpddcfg assign to
                   wk-caminho-arqpddcfg
                 organization       is line sequential

                 file status        is fs-arqpddcfg.
