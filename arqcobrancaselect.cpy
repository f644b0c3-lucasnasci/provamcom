      *Skeleton COBOL Copybook
       select arqcobranca assign to
               wk-caminho-arqcobranca
             organization       is indexed
             access mode        is dynamic
             record key         is arqcobranca-chave
             alternate record key is arqcobranca-cliente-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqcobranca.
