      *Skeleton COBOL Copybook
           select arqrelcdcli assign to
                   wk-caminho-arqrelcdcli
                 organization       is line sequential

                 file status        is fs-arqrelcdcli.
