      *Skeleton COBOL Copybook
           select arqbiregiao assign to
                   wk-caminho-arqbiregiao
                 organization       is line sequential

                 file status        is fs-arqbiregiao.
