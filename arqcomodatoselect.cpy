      *Skeleton COBOL Copybook
       select arqcomodato assign to
               wk-caminho-arqcomodato
             organization       is indexed
             access mode        is dynamic
             record key         is arqcomodato-chave
             lock mode          is manual

             file status        is fs-arqcomodato.
