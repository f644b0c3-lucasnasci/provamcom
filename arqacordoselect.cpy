      *Skeleton COBOL Copybook
       select arqacordo assign to
               wk-caminho-arqacordo
             organization       is indexed
             access mode        is dynamic
             record key         is arqacordo-numero
             alternate record key is arqacordo-cliente-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqacordo.
