      *Skeleton COBOL Copybook
           select arqrelextrato assign to
                   wk-caminho-arqrelextrato
                 organization       is line sequential

                 file status        is fs-arqrelextrato.
