      *Skeleton COBOL Copybook
       select arqbloqueio assign to
               wk-caminho-arqbloqueio
             organization       is indexed
             access mode        is dynamic
             record key         is arqbloqueio-cliente-codigo
             lock mode          is manual

             file status        is fs-arqbloqueio.
