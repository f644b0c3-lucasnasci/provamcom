      *Skeleton COBOL Copybook
       select arqpesquisa assign to
               wk-caminho-arqpesquisa
             organization       is indexed
             access mode        is dynamic
             record key         is arqpesquisa-chave
             lock mode          is manual

             file status        is fs-arqpesquisa.
