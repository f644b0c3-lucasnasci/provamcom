      *Skeleton COBOL Copybook
           select arqrelacomp assign to
                   wk-caminho-arqrelacomp
                 organization       is line sequential

                 file status        is fs-arqrelacomp.
