      *Skeleton COBOL Copybook
           select arqcsvextrato assign to
                   wk-caminho-arqcsvextrato
                 organization       is line sequential

                 file status        is fs-arqcsvextrato.
