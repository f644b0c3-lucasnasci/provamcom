                     COMPUTE arqvendedor-regiao-codigo =
                             8000000 + arqvendedor-regiao-codigo
                 END-IF
                 IF   arqvendedor-supervisor-codigo NOT EQUAL ZEROS
                  AND arqvendedor-supervisor-codigo < 1000000
                     COMPUTE arqvendedor-supervisor-codigo =
                             8000000 + arqvendedor-supervisor-codigo
                 END-IF
                 WRITE ARQVENDEDOR-VENDEDOR
                  INVALID KEY
                   ADD  1           TO          wk-tot-pulados
             MOVE    'EMPRESA DE TREINAMENTO' TO
                                    arqempresacad-nome
             SET     arqempresacad-treinamento  TO          TRUE
             SET     arqempresacad-regime-competencia TO    TRUE
             SET     arqempresacad-base-receita TO          TRUE
             WRITE   arqempresacad-registro
              INVALID KEY
               CONTINUE
