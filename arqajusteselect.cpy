      *Skeleton COBOL Copybook
       select arqajuste assign to
               wk-caminho-arqajuste
             organization       is indexed
             access mode        is dynamic
             record key         is arqajuste-chave
             lock mode          is manual

             file status        is fs-arqajuste.
