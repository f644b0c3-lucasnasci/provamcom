      *Skeleton COBOL Copybook
       select arqconflitoexc assign to
               wk-caminho-arqconflitoexc
             organization       is indexed
             access mode        is dynamic
             record key         is arqconflitoexc-chave
             lock mode          is manual

             file status        is fs-arqconflitoexc.
