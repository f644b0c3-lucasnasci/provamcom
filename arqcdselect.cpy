      *Skeleton COBOL Copybook
       select arqcd assign to
               wk-caminho-arqcd
             organization       is indexed
             access mode        is dynamic
             record key         is arqcd-chave
             lock mode          is manual

             file status        is fs-arqcd.
