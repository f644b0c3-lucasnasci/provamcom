      *Skeleton COBOL Copybook
       select arqclicd assign to
               wk-caminho-arqclicd
             organization       is indexed
             access mode        is dynamic
             record key         is arqclicd-cliente-codigo
             alternate record key is arqclicd-cd-codigo
                                    with duplicates
             lock mode          is manual

             file status        is fs-arqclicd.
