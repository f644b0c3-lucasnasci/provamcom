      *Skeleton COBOL Copybook
           select arqmailretorno assign to
                   wk-caminho-arqmailretorno
                 organization       is line sequential
                 file status        is fs-arqmailretorno.
