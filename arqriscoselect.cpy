      *Skeleton COBOL Copybook
       select arqrisco assign to
               wk-caminho-arqrisco
             organization       is indexed
             access mode        is dynamic
             record key         is arqrisco-chave
             lock mode          is manual

             file status        is fs-arqrisco.
