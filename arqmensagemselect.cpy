      *Skeleton COBOL Copybook
       select arqmensagem assign to
               wk-caminho-arqmensagem
             organization       is indexed
             access mode        is dynamic
             record key         is arqmensagem-chave
             lock mode          is manual

             file status        is fs-arqmensagem.
