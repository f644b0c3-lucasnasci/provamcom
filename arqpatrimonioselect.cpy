      *Skeleton COBOL Copybook
       select arqpatrimonio assign to
               wk-caminho-arqpatrimonio
             organization       is indexed
             access mode        is dynamic
             record key         is arqpatrimonio-codigo
             lock mode          is manual

             file status        is fs-arqpatrimonio.
