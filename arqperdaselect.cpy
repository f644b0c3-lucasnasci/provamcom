      *Skeleton COBOL Copybook
       select arqperda assign to
               wk-caminho-arqperda
             organization       is indexed
             access mode        is dynamic
             record key         is arqperda-chave
             alternate record key is arqperda-vendedor-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqperda.
