
           01  wk-operador              pic x(010) value spaces.

           copy "arqencadeiacalc.cpy".

           copy "arqabendfs.cpy".
           copy "arqacessofs.cpy".

               SET   arqacesso-negado            TO          TRUE
               ACCEPT arqacesso-data             FROM        DATE
               ACCEPT arqacesso-hora             FROM        TIME
               SET   wk-ec-grava                TO          TRUE
               MOVE  'ACESSO'       TO           wk-ec-arquivo
               MOVE  LENGTH OF arqacesso-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqacesso-registro
               WRITE arqacesso-registro
               CLOSE ARQACESSO
           END-IF.
