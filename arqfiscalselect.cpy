      *Skeleton COBOL Copybook
           select arqfiscal assign to
                   wk-caminho-arqfiscal
                 organization       is line sequential

                 file status        is fs-arqfiscal.
