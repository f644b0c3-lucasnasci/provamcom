      *Skeleton COBOL Copybook
           select arqbivendedor assign to
                   wk-caminho-arqbivendedor
                 organization       is line sequential

                 file status        is fs-arqbivendedor.
