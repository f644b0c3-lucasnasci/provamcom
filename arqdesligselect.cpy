      *Skeleton COBOL Copybook
       select arqdeslig assign to
               wk-caminho-arqdeslig
             organization       is indexed
             access mode        is dynamic
             record key         is arqdeslig-vendedor-codigo
             lock mode          is manual

             file status        is fs-arqdeslig.
