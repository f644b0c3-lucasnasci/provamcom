      *Skeleton COBOL Copybook
           select arqrelcapac assign to
                   wk-caminho-arqrelcapac
                 organization       is line sequential

                 file status        is fs-arqrelcapac.
