      *Skeleton COBOL Copybook
           select arqrelcampanha assign to
                   wk-caminho-arqrelcampanha
                 organization       is line sequential

                 file status        is fs-arqrelcampanha.
