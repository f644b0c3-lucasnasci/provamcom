                 "CONVERSAO GERAL (%):  ".
              05 wk-lc-taxa             pic zz9,99.

           copy "arqencadeiacalc.cpy".

           copy "arqpipelinefs.cpy".
           copy "arqclientefs.cpy".
           copy "arqauditoriafs.cpy".
             CONTINUE
            NOT INVALID KEY
             PERFORM              0024-AUDITA-TRANSICAO
             CALL    'abrerecolhimento' USING    arqcliente-codigo
                                                  arqcliente-raz-soc
             MOVE    'Prospect encerrado como perdido'
                                    TO           wk-msg
           END-REWRITE.
                                    arqauditoria-valor-novo.
           ACCEPT    arqauditoria-data          FROM        DATE.
           ACCEPT    arqauditoria-hora          FROM        TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'AUDITORIA'    TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro.
           WRITE     arqauditoria-registro.
      *---------------------------------------------------------------
      *    Funnel: the latest stage of each prospect counted by the
