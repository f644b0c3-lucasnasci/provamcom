      *Skeleton COBOL Copybook
           select arqlistaextrato assign to
                   wk-caminho-arqlistaextrato
                 organization       is line sequential

                 file status        is fs-arqlistaextrato.
