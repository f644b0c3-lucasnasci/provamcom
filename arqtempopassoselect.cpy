      *Skeleton COBOL Copybook
       select arqtempopasso assign to
               wk-caminho-arqtempopasso
             organization       is indexed
             access mode        is dynamic
             record key         is arqtempopasso-chave
             lock mode          is manual

             file status        is fs-arqtempopasso.
