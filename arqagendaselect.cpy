      *Skeleton COBOL Copybook
       select arqagenda assign to
               wk-caminho-arqagenda
             organization       is indexed
             access mode        is dynamic
             record key         is arqagenda-chave
             lock mode          is manual

             file status        is fs-arqagenda.
