               wk-caminho-arqcalendario
             organization       is indexed
             access mode        is dynamic
             record key         is arqcalendario-chave
             lock mode          is manual

             file status        is fs-arqcalendario.
