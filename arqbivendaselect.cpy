      *Skeleton COBOL Copybook
           select arqbivenda assign to
                   wk-caminho-arqbivenda
                 organization       is line sequential

                 file status        is fs-arqbivenda.
