      *Skeleton COBOL Copybook
           select arqmailsaida assign to
                   wk-caminho-arqmailsaida
                 organization       is line sequential
                 file status        is fs-arqmailsaida.
