      *Skeleton COBOL Copybook
           select arqrelcomodato assign to
                   wk-caminho-arqrelcomodato
                 organization       is line sequential

                 file status        is fs-arqrelcomodato.
