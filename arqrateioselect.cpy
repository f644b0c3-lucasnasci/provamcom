      *Skeleton COBOL Copybook
       select arqrateio assign to
               wk-caminho-arqrateio
             organization       is indexed
             access mode        is dynamic
             record key         is arqrateio-numero-nf
             alternate record key is arqrateio-titular-codigo
                                    with duplicates
             alternate record key is arqrateio-vendedor-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqrateio.
