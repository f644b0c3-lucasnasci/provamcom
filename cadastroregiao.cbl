
           01  wk-empresa-corrente      pic 9(003) value 1.

           copy "arqencadeiacalc.cpy".

           copy "arqregiaofs.cpy".
           copy "arqauditoriafs.cpy".

           MOVE      wk-codigo      TO           arqauditoria-codigo.
           ACCEPT    arqauditoria-data           FROM         DATE.
           ACCEPT    arqauditoria-hora           FROM         TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'AUDITORIA'    TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro.
           WRITE     arqauditoria-registro.
      *---------------------------------------------------------------
      *    The parent must exist and the chain above must not loop
