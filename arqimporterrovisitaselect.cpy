      *Skeleton COBOL Copybook
           select arqimporterrovisita assign to
                   wk-caminho-arqimporterrovisita
                 organization       is line sequential

                 file status        is fs-arqimporterrovisita.
