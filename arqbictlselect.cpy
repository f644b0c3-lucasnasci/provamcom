      *Skeleton COBOL Copybook
           select arqbictl assign to
                   wk-caminho-arqbictl
                 organization       is line sequential

                 file status        is fs-arqbictl.
