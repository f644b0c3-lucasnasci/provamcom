      *Skeleton COBOL Copybook
       select arqdevolucao assign to
               wk-caminho-arqdevolucao
             organization       is indexed
             access mode        is dynamic
             record key         is arqdevolucao-chave
             lock mode          is manual

             file status        is fs-arqdevolucao.
