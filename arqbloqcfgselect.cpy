      *Skeleton COBOL Copybook
           select arqbloqcfg assign to
                   wk-caminho-arqbloqcfg
                 organization       is line sequential

                 file status        is fs-arqbloqcfg.
