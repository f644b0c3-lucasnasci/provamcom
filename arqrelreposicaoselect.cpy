      *Skeleton COBOL Copybook
           select arqrelreposicao assign to
                   wk-caminho-arqrelreposicao
                 organization       is line sequential

                 file status        is fs-arqrelreposicao.
