
           01  wk-tot-anonimizados      pic 9(005) value zeros.

      *    The audit chain as re-sealed so far, oldest archive first.
           01  wk-reselo.
              05 wk-rs-sequencia        pic 9(009) value zeros.
              05 wk-rs-hash             pic 9(015) value zeros.
              05 wk-rs-elos             pic x(001) value 'N'.

           01  wk-arquivados.
              05 wk-arq-ano             pic 9(004) value zeros.
              05 wk-arq-ano-fim         pic 9(004) value zeros.
           01  wk-lin-assinatura        pic x(050) value
               "RESPONSAVEL PELO EXPURGO: ________________________".

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqcontatofs.cpy".
           copy "arqauditoriafs.cpy".
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.

           IF        wk-sc-qtd      GREATER     ZEROS
               INITIALIZE           wk-reselo
               PERFORM              0035-SCRUB-ARQUIVADOS
               PERFORM              0030-SCRUB-AUDITORIA
               PERFORM              0045-AJUSTA-CABECA
           END-IF.

           WRITE     arqrelanonim-linha FROM    wk-lin-assinatura.
                                    arqauditoria-valor-novo
                 END-IF
             END-IF
             PERFORM 0040-RESELA-AUDITORIA
             MOVE    SPACES         TO          arqtemparq-linha
             MOVE    arqauditoria-registro TO   arqtemparq-linha
             WRITE   arqtemparq-linha
                                    arqauditoria-valor-novo
                 END-IF
             END-IF
             PERFORM 0040-RESELA-AUDITORIA
             MOVE    SPACES         TO          arqtemparq-linha
             MOVE    arqauditoria-registro TO   arqtemparq-linha
             WRITE   arqtemparq-linha
             MOVE    arqtemparq-linha TO        arqarqaud-linha
             WRITE   arqarqaud-linha
           END-READ.
      *---------------------------------------------------------------
      *    Blanking a trail entry changes its hash and so every link
      *    after it. Each linked entry keeps its sequencia and is
      *    sealed again on the entry before it, archives in year
      *    order and then the live log, so verificacadeia still
      *    walks one unbroken chain. Entries older than the chain
      *    carry no link and are copied as they are.
       0040-RESELA-AUDITORIA.

           IF        arqauditoria-cadeia NUMERIC
               SET   wk-ec-calcula  TO          TRUE
               MOVE  'AUDITORIA'    TO          wk-ec-arquivo
               MOVE  LENGTH OF arqauditoria-registro
                                    TO          wk-ec-tamanho
               MOVE  arqauditoria-cad-sequencia TO
                                    wk-ec-sequencia
               MOVE  wk-rs-hash     TO          wk-ec-hash-ant
               CALL  'encadeialog'  USING       wk-encadeia
                                                 arqauditoria-registro
               MOVE  wk-rs-hash     TO
                                    arqauditoria-cad-hash-ant
               MOVE  wk-ec-hash     TO          arqauditoria-cad-hash
                                                 wk-rs-hash
               MOVE  arqauditoria-cad-sequencia TO
                                    wk-rs-sequencia
               MOVE  'S'            TO          wk-rs-elos
           END-IF.
      *---------------------------------------------------------------
       0045-AJUSTA-CABECA.

           IF        wk-rs-elos     EQUAL       'S'
               SET   wk-ec-ajusta   TO          TRUE
               MOVE  'AUDITORIA'    TO          wk-ec-arquivo
               MOVE  wk-rs-sequencia TO         wk-ec-sequencia
               MOVE  wk-rs-hash     TO          wk-ec-hash
               CALL  'encadeialog'  USING       wk-encadeia
                                                 arqauditoria-registro
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

