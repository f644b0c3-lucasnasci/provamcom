      *Skeleton COBOL Copybook
       select arqchkimport assign to
               wk-caminho-arqchkimport
             organization       is indexed
             access mode        is dynamic
             record key         is arqchkimport-programa
             lock mode          is manual

             file status        is fs-arqchkimport.
