      *Skeleton COBOL Copybook
       select arqrevlimite assign to
               wk-caminho-arqrevlimite
             organization       is indexed
             access mode        is dynamic
             record key         is arqrevlimite-chave
             lock mode          is manual

             file status        is fs-arqrevlimite.
