      *Skeleton COBOL Copybook
           select arqrelcadeia assign to
                   wk-caminho-arqrelcadeia
                 organization       is line sequential

                 file status        is fs-arqrelcadeia.
