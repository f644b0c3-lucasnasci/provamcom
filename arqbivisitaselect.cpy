      *Skeleton COBOL Copybook
           select arqbivisita assign to
                   wk-caminho-arqbivisita
                 organization       is line sequential

                 file status        is fs-arqbivisita.
