      *Skeleton COBOL Copybook
       select arqpropcom assign to
               wk-caminho-arqpropcom
             organization       is indexed
             access mode        is dynamic
             record key         is arqpropcom-chave
             lock mode          is manual

             file status        is fs-arqpropcom.
