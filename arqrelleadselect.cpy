      *Skeleton COBOL Copybook
           select arqrellead assign to
                   wk-caminho-arqrellead
                 organization       is line sequential

                 file status        is fs-arqrellead.
