      *Skeleton COBOL Copybook
           select arqcnabcfg assign to
                   wk-caminho-arqcnabcfg
                 organization       is line sequential

                 file status        is fs-arqcnabcfg.
