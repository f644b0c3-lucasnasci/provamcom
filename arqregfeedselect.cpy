      *Skeleton COBOL Copybook
       select arqregfeed assign to
               wk-caminho-arqregfeed
             organization       is indexed
             access mode        is dynamic
             record key         is arqregfeed-chave
             lock mode          is manual

             file status        is fs-arqregfeed.
