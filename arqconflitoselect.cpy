      *Skeleton COBOL Copybook
       select arqconflito assign to
               wk-caminho-arqconflito
             organization       is indexed
             access mode        is dynamic
             record key         is arqconflito-chave
             lock mode          is manual

             file status        is fs-arqconflito.
