      *Skeleton COBOL Copybook
           select arqbicliente assign to
                   wk-caminho-arqbicliente
                 organization       is line sequential

                 file status        is fs-arqbicliente.
