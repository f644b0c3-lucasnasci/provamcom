      *Skeleton COBOL Copybook
           select arqbiproduto assign to
                   wk-caminho-arqbiproduto
                 organization       is line sequential

                 file status        is fs-arqbiproduto.
