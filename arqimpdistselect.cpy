      *Skeleton COBOL Copybook
           select arqimpdist assign to
                   wk-caminho-arqimpdist
                 organization       is line sequential
                 file status        is fs-arqimpdist.
