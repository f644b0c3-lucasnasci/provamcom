      *Skeleton COBOL Copybook
           select arqreldeslig assign to
                   wk-caminho-arqreldeslig
                 organization       is line sequential

                 file status        is fs-arqreldeslig.
