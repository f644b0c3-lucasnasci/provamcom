      *Skeleton COBOL Copybook
       select arqincentivo assign to
               wk-caminho-arqincentivo
             organization       is indexed
             access mode        is dynamic
             record key         is arqincentivo-chave
             lock mode          is manual

             file status        is fs-arqincentivo.
