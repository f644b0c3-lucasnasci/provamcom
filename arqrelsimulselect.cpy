      *Skeleton COBOL Copybook
           select arqrelsimul assign to
                   wk-caminho-arqrelsimul
                 organization       is line sequential

                 file status        is fs-arqrelsimul.
