      *Skeleton COBOL Copybook
       select arqcrescimento assign to
               wk-caminho-arqcrescimento
             organization       is indexed
             access mode        is dynamic
             record key         is arqcrescimento-chave
             lock mode          is manual

             file status        is fs-arqcrescimento.
