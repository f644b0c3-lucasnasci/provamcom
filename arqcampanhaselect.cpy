      *Skeleton COBOL Copybook
       select arqcampanha assign to
               wk-caminho-arqcampanha
             organization       is indexed
             access mode        is dynamic
             record key         is arqcampanha-chave
             lock mode          is manual

             file status        is fs-arqcampanha.
