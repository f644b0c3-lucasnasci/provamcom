      *Skeleton COBOL Copybook
           select arqcnabrej assign to
                   wk-caminho-arqcnabrej
                 organization       is line sequential

                 file status        is fs-arqcnabrej.
