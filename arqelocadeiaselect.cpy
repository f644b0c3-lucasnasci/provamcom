      *Skeleton COBOL Copybook
       select arqelocadeia assign to
               wk-caminho-arqelocadeia
             organization       is indexed
             access mode        is dynamic
             record key         is arqelocadeia-arquivo
             lock mode          is manual

             file status        is fs-arqelocadeia.
