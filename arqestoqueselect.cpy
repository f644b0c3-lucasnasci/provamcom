      *Skeleton COBOL Copybook
       select arqestoque assign to
               wk-caminho-arqestoque
             organization       is indexed
             access mode        is dynamic
             record key         is arqestoque-chave
             lock mode          is manual

             file status        is fs-arqestoque.
