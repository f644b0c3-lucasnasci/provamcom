      *Skeleton COBOL Copybook
           select arqcsvfluxo assign to
                   wk-caminho-arqcsvfluxo
                 organization       is line sequential

                 file status        is fs-arqcsvfluxo.
