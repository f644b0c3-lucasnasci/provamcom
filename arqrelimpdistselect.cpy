      *Skeleton COBOL Copybook
           select arqrelimpdist assign to
                   wk-caminho-arqrelimpdist
                 organization       is line sequential

                 file status        is fs-arqrelimpdist.
