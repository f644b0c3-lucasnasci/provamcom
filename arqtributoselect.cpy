      *Skeleton COBOL Copybook
       select arqtributo assign to
               wk-caminho-arqtributo
             organization       is indexed
             access mode        is dynamic
             record key         is arqtributo-chave
             lock mode          is manual

             file status        is fs-arqtributo.
