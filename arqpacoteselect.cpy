      *Skeleton COBOL Copybook
           select arqpacote assign to
                   wk-caminho-arqpacote
                 organization       is line sequential

                 file status        is fs-arqpacote.
