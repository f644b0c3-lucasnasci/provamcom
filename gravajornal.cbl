
           01  wk-operador-sessao       pic x(010) value spaces.

           copy "arqencadeiacalc.cpy".

           copy "arqjrnmasterfs.cpy".

           LINKAGE SECTION.
                                    arqjrnmaster-imagem-ant
               MOVE  wk-imagem-nova TO
                                    arqjrnmaster-imagem-nova
               SET   wk-ec-grava                TO          TRUE
               MOVE  'JRNMASTER'    TO           wk-ec-arquivo
               MOVE  LENGTH OF arqjrnmaster-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqjrnmaster-registro
               WRITE arqjrnmaster-registro
               CLOSE ARQJRNMASTER
           END-IF.
