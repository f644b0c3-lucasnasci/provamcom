      *Skeleton COBOL Copybook
       select arqbaixa assign to
               wk-caminho-arqbaixa
             organization       is indexed
             access mode        is dynamic
             record key         is arqbaixa-chave
             alternate record key is arqbaixa-cliente-codigo
                                    with duplicates
             alternate record key is arqbaixa-vendedor-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqbaixa.
