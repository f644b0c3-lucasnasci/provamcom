      *Skeleton COBOL Copybook
       select arqlead assign to
               wk-caminho-arqlead
             organization       is indexed
             access mode        is dynamic
             record key         is arqlead-cliente-codigo
             lock mode          is manual

             file status        is fs-arqlead.
