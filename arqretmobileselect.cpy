      *Skeleton COBOL Copybook
           select arqretmobile assign to
                   wk-caminho-arqretmobile
                 organization       is line sequential

                 file status        is fs-arqretmobile.
