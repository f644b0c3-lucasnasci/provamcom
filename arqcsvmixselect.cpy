      *Skeleton COBOL Copybook
           select arqcsvmix assign to
                   wk-caminho-arqcsvmix
                 organization       is line sequential

                 file status        is fs-arqcsvmix.
