      *Skeleton COBOL Copybook
           select arqcartacob assign to
                   wk-caminho-arqcartacob
                 organization       is line sequential

                 file status        is fs-arqcartacob.
