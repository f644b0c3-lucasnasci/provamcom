      *Skeleton COBOL Copybook
           select arqrelcobdist assign to
                   wk-caminho-arqrelcobdist
                 organization       is line sequential

                 file status        is fs-arqrelcobdist.
