      *Skeleton COBOL Copybook
           select arqrelfluxo assign to
                   wk-caminho-arqrelfluxo
                 organization       is line sequential

                 file status        is fs-arqrelfluxo.
