      *Skeleton COBOL Copybook
       select arqacomp assign to
               wk-caminho-arqacomp
             organization       is indexed
             access mode        is dynamic
             record key         is arqacomp-chave
             alternate record key is arqacomp-supervisor-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqacomp.
