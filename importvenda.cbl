           copy "arqvendedorselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqimportvendaselect.cpy".
           copy "arqimporterrovendaselect.cpy".
           copy "arqchkimportselect.cpy".

       data division.

           copy "arqvendedorfd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqimportvendafd.cpy".
           copy "arqimporterrovendafd.cpy".
           copy "arqchkimportfd.cpy".
      *-----------------------------------------------------------------
           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqimportvenda
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impvenda.dat".
           01  wk-caminho-arqimporterrovenda
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impvdaerro.dat".
           01  wk-caminho-arqchkimport  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\chkimport.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-feed-recusado       pic x(001) value 'N'.
              05 wk-linha-atual         pic 9(007) value zeros.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-periodo         pic x(001) value 'N'.
              05 wk-registro-ok         pic x(001) value 'N'.
              05 wk-tem-produto         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-per-competencia       pic 9(006) value zeros.
              05 wk-qtd-dados           pic 9(007) value zeros.
              05 wk-hash-dados          pic 9(015) value zeros.

           copy "arqregfeedcalc.cpy".

      *    Restart point of this run: the last committed feed line and
      *    the control count/hash of the details committed so far.
           01  wk-checkpoint.
              05 wk-chk-linha           pic 9(007) value zeros.
              05 wk-chk-qtd             pic 9(007) value zeros.
              05 wk-chk-hash            pic 9(015) value zeros.
              05 wk-chk-retomada        pic x(001) value 'N'.
              05 wk-chk-quebra          pic x(001) value 'N'.

           01  wk-titulo.
              05 wk-tit-parcela         pic  9(002) value zeros.
              05 wk-tit-parcelas        pic  9(002) value zeros.
              05 wk-tit-resto           pic  9(009)v9(002) value zeros.
              05 wk-tit-vencimento      pic  9(008) value zeros.
              05 wk-tit-dias-int        pic s9(009) comp value zeros.

           01  wk-item-importado.
              05 wk-imp-uf              pic  x(002) value spaces.
              05 wk-imp-quantidade      pic  9(005) value zeros.

           copy "arqtributocalc.cpy".
      *-----------------------------------------------------------------
           copy "arqvendafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqimportvendafs.cpy".
           copy "arqimporterrovendafs.cpy".
           copy "arqchkimportfs.cpy".
      *-----------------------------------------------------------------
           LINKAGE SECTION.

               05  line  7   col  05 VALUE
                         "Notas rejeitadas".
               05  line  7   col  40   using wk-tot-rejeitados.
               05  line  8   col  05 VALUE
                         "Retomado apos a linha".
               05  line  8   col  40   from wk-chk-linha.
               05  line  9   col  05   from wk-msg.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
           IF        FS-ARQPERIODO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-periodo
           END-IF.
           OPEN      INPUT        ARQPRODUTO.
           IF        FS-ARQPRODUTO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-produto
           END-IF.
           OPEN      I-O          ARQITEMVENDA.
           IF        FS-ARQITEMVENDA EQUAL '05'
            OR       FS-ARQITEMVENDA EQUAL '35'
               CLOSE      ARQITEMVENDA
               OPEN       OUTPUT      ARQITEMVENDA
               CLOSE      ARQITEMVENDA
               OPEN       I-O         ARQITEMVENDA
           END-IF.
           OPEN      EXTEND       ARQIMPORTERROVENDA.
           IF        FS-ARQIMPORTERROVENDA EQUAL '05'
               OPEN     OUTPUT    ARQIMPORTERROVENDA
               CLOSE    ARQIMPORTERROVENDA
               OPEN     EXTEND    ARQIMPORTERROVENDA
           END-IF.

           OPEN      I-O          ARQCHKIMPORT.
           IF        FS-ARQCHKIMPORT EQUAL '05'
            OR       FS-ARQCHKIMPORT EQUAL '35'
               CLOSE      ARQCHKIMPORT
               OPEN       OUTPUT      ARQCHKIMPORT
               CLOSE      ARQCHKIMPORT
               OPEN       I-O         ARQCHKIMPORT
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

               PERFORM 0019-VALIDA-CONTROLE
               CLOSE   ARQIMPORTVENDA
               IF    wk-ctl-ok      EQUAL       'S'
                   PERFORM 0018-CONSULTA-REGISTRO
               END-IF
               EVALUATE TRUE
                WHEN wk-ctl-ok      NOT EQUAL   'S'
                   MOVE 'Feed rejeitado - controle invalido'
                                    TO          WK-MSG
                WHEN wk-feed-recusado EQUAL     'S'
                   CONTINUE
                WHEN OTHER
                   PERFORM 0017-LE-CHECKPOINT
                   OPEN  INPUT      ARQIMPORTVENDA
                   PERFORM 0021-LE-IMPORTACAO
                     UNTIL FS-ARQIMPORTVENDA EQUAL '10'
                   CLOSE   ARQIMPORTVENDA
                   PERFORM 0017B-ENCERRA-CHECKPOINT
                   PERFORM 0018A-REGISTRA-FEED
               END-EVALUATE
           END-IF.

           IF        wk-batch       NOT EQUAL   'S'
               ACCEPT    SC-TELA-RESUMO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    A checkpoint left by a run that died on this same file
      *    (same header/trailer key) is where this run starts: the
      *    lines up to its linha were already committed and are
      *    skipped, and the totals carry on from where they stopped.
      *    A checkpoint from any other file is stale and is simply
      *    overwritten by the first commit of this run.
       0017-LE-CHECKPOINT.

           INITIALIZE                           wk-checkpoint.
           MOVE      'importvenda' TO           arqchkimport-programa.
           READ      ARQCHKIMPORT
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqchkimport-feed   EQUAL  wk-rf-feed
              AND    arqchkimport-data   EQUAL  wk-rf-data
              AND    arqchkimport-versao EQUAL  wk-rf-versao
              AND    arqchkimport-hash   EQUAL  wk-rf-hash
                 MOVE 'S'           TO          wk-chk-retomada
                 MOVE arqchkimport-linha TO     wk-chk-linha
                 MOVE arqchkimport-run-qtd TO   wk-chk-qtd
                 MOVE arqchkimport-run-hash TO  wk-chk-hash
                 MOVE arqchkimport-totais TO    wk-totais
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Written after every detail line the run commits. A failure
      *    between the posting and this write re-offers that one line
      *    on the rerun, where the usual duplicate checks catch it.
       0017A-GRAVA-CHECKPOINT.

           MOVE      'importvenda' TO           arqchkimport-programa.
           MOVE      wk-rf-feed     TO          arqchkimport-feed.
           MOVE      wk-rf-data     TO          arqchkimport-data.
           MOVE      wk-rf-versao   TO          arqchkimport-versao.
           MOVE      wk-rf-hash     TO          arqchkimport-hash.
           MOVE      wk-linha-atual TO          arqchkimport-linha.
           MOVE      wk-chk-qtd     TO          arqchkimport-run-qtd.
           MOVE      wk-chk-hash    TO          arqchkimport-run-hash.
           MOVE      wk-totais      TO          arqchkimport-totais.
           ACCEPT    arqchkimport-data-proc     FROM        DATE.
           ACCEPT    arqchkimport-hora-proc     FROM        TIME.
           WRITE     arqchkimport-registro
            INVALID KEY
             REWRITE arqchkimport-registro
           END-WRITE.
      *---------------------------------------------------------------
      *    The run reached the trailer: what was committed, this run
      *    and any it resumed, must tie to what the trailer declared,
      *    exactly as an unbroken run would. The restart point has
      *    served its purpose either way.
       0017B-ENCERRA-CHECKPOINT.

           IF        wk-chk-qtd     NOT EQUAL   wk-rf-qtd
            OR       wk-chk-hash    NOT EQUAL   wk-rf-hash
               MOVE  'S'            TO          wk-chk-quebra
               MOVE  'Totais de controle nao conferem com o trailer'
                                    TO          WK-MSG
           END-IF.
           MOVE      'importvenda' TO           arqchkimport-programa.
           DELETE    ARQCHKIMPORT   RECORD
            INVALID KEY
             CONTINUE
           END-DELETE.
      *---------------------------------------------------------------
      *    A file whose header and trailer match one already consumed
      *    is the same billing drop arriving again and is refused
      *    whole, unless a supervisor released it for reprocessing in
      *    the feed registry (04.41). A registry that cannot be read
      *    refuses the file too -- posting twice is the worse error.
       0018-CONSULTA-REGISTRO.

           SET       wk-rf-consulta TO          TRUE.
           MOVE      'importvenda'  TO          wk-rf-programa.
           CALL      'registrofeed' USING       wk-registro-feed.
           IF        wk-rf-repetido
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Feed ja processado - reprocesso nao liberado'
                                    TO          WK-MSG
           END-IF.
           IF        wk-rf-indisponivel
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Registro de feeds indisponivel'
                                    TO          WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0018A-REGISTRA-FEED.

           SET       wk-rf-registra TO          TRUE.
           CALL      'registrofeed' USING       wk-registro-feed.
      *---------------------------------------------------------------
       0019-VALIDA-CONTROLE.

           MOVE      'N'            TO          wk-ctl-ok.
           MOVE      'N'            TO          wk-feed-recusado.
           INITIALIZE                           wk-registro-feed.
           MOVE      'N'            TO          wk-ctl-tem-header.
           MOVE      'N'            TO          wk-ctl-tem-trailer.
           MOVE      ZEROS          TO          wk-ctl-qtd
             EVALUATE arqimportvenda-ctl-tipo
              WHEN   'H'
               MOVE  'S'            TO          wk-ctl-tem-header
               MOVE  arqimportvenda-ctl-feed TO wk-rf-feed
               MOVE  arqimportvenda-ctl-data TO wk-rf-data
               MOVE  arqimportvenda-ctl-versao TO wk-rf-versao
              WHEN   'T'
               MOVE  'S'            TO          wk-ctl-tem-trailer
               MOVE  arqimportvenda-ctl-qtd TO wk-ctl-qtd
                                                 wk-rf-qtd
               MOVE  arqimportvenda-ctl-hash TO wk-ctl-hash
                                                 wk-rf-hash
              WHEN   OTHER
               ADD   1              TO          wk-qtd-dados
               ADD   arqimportvenda-numero-nf TO wk-hash-dados
              OR     arqimportvenda-ctl-tipo EQUAL 'T'
                 CONTINUE
             ELSE
               ADD   1              TO          wk-linha-atual
               IF    wk-linha-atual GREATER     wk-chk-linha
                 IF   arqimportvenda-produto-codigo NOT NUMERIC
                     MOVE ZEROS     TO
                                    arqimportvenda-produto-codigo
                 END-IF
                 IF   arqimportvenda-quantidade NOT NUMERIC
                     MOVE ZEROS     TO
                                    arqimportvenda-quantidade
                 END-IF
                 ADD  1             TO          wk-tot-lidos
                                                 wk-chk-qtd
                 ADD  arqimportvenda-numero-nf TO wk-chk-hash
                 ADD  arqimportvenda-valor TO   wk-valor-lido
                 PERFORM            0022-CONSISTE-VENDA
                 IF   wk-registro-ok EQUAL      'S'
                     PERFORM        0024-GRAVA-VENDA
                 END-IF
                 PERFORM            0017A-GRAVA-CHECKPOINT
               END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
                     MOVE 'Cliente de outra empresa' TO     wk-msg
                     PERFORM        0025-GRAVA-ERRO
                 END-IF
                 MOVE arqcliente-uf TO          wk-imp-uf
               END-READ
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
                                    wk-empresa-corrente
                     MOVE 'Vendedor de outra empresa' TO    wk-msg
                     PERFORM        0025-GRAVA-ERRO
                 ELSE
      *              Notas of their last day still come in after the
      *              offboarding; anything dated later is refused.
                  IF  arqvendedor-data-desligamento NOT EQUAL ZEROS
                   AND arqimportvenda-data GREATER
                                    arqvendedor-data-desligamento
                     MOVE 'Venda apos o desligamento do vendedor'
                                    TO          wk-msg
                     PERFORM        0025-GRAVA-ERRO
                  END-IF
                 END-IF
               END-READ
           END-IF.
                 END-IF
               END-READ
           END-IF.
           INITIALIZE                           wk-calculo-tributo.
           IF        wk-registro-ok EQUAL       'S'
            AND      arqimportvenda-produto-codigo NOT EQUAL ZEROS
               PERFORM              0023-CONSISTE-PRODUTO
           END-IF.
      *---------------------------------------------------------------
      *    A nota that names its produto is taxed like one keyed at
      *    the desk: the product must be on file and ativo and have
      *    a tax rule for the client's uf, the whole nota value being
      *    the single item's value.
       0023-CONSISTE-PRODUTO.

           IF        wk-tem-produto NOT EQUAL   'S'
               MOVE  'Cadastro de produtos indisponivel'
                                    TO          wk-msg
               PERFORM              0025-GRAVA-ERRO
           ELSE
               MOVE  arqimportvenda-produto-codigo TO
                                    arqproduto-codigo
               READ  ARQPRODUTO     KEY IS      ARQPRODUTO-CODIGO
                INVALID KEY
                 MOVE 'Produto nao cadastrado'  TO          wk-msg
                 PERFORM            0025-GRAVA-ERRO
                NOT INVALID KEY
                 IF   arqproduto-inativo
                     MOVE 'Produto inativo'     TO          wk-msg
                     PERFORM        0025-GRAVA-ERRO
                 END-IF
               END-READ
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
               MOVE  arqimportvenda-produto-codigo TO
                                    wk-trb-produto
               MOVE  wk-imp-uf      TO          wk-trb-uf
               MOVE  arqimportvenda-valor TO    wk-trb-valor
               CALL  'calculatributo' USING     wk-calculo-tributo
               IF    wk-trb-sem-regra
                   MOVE 'Produto sem regra tributaria para a UF'
                                    TO          wk-msg
                   PERFORM          0025-GRAVA-ERRO
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0024-GRAVA-VENDA.

                                    arqvenda-vendedor-codigo.
           MOVE      arqimportvenda-data TO      arqvenda-data.
           MOVE      arqimportvenda-valor TO     arqvenda-valor.
           MOVE      wk-trb-valor-icms TO        arqvenda-valor-icms.
           MOVE      wk-trb-valor-ipi TO         arqvenda-valor-ipi.
           SET       arqvenda-normal TO          TRUE.
           MOVE      ZEROS          TO          arqvenda-nf-origem
                                                 arqvenda-comp-apurada.
           MOVE      SPACES         TO          arqvenda-regime-apurado.
           WRITE     arqvenda-registro
            INVALID KEY
             MOVE    'Nota fiscal ja lancada'    TO          wk-msg
             ADD     1              TO          wk-tot-importados
             ADD     arqimportvenda-valor TO    wk-valor-importado
             PERFORM              0026-GERA-TITULOS
             IF      arqimportvenda-produto-codigo NOT EQUAL ZEROS
                 PERFORM            0024A-GRAVA-ITEM
             END-IF
           END-WRITE.
      *---------------------------------------------------------------
      *    The single item carries the whole nota value; the unit
      *    price is what that value comes to per unit, so the row
      *    ties back to the header to the centavo.
       0024A-GRAVA-ITEM.

           MOVE      arqimportvenda-quantidade TO wk-imp-quantidade.
           IF        wk-imp-quantidade EQUAL    ZEROS
               MOVE  1              TO          wk-imp-quantidade
           END-IF.
           MOVE      arqimportvenda-numero-nf TO
                                    arqitemvenda-numero-nf.
           MOVE      1              TO          arqitemvenda-sequencia.
           MOVE      arqimportvenda-produto-codigo TO
                                    arqitemvenda-produto-codigo.
           MOVE      wk-imp-quantidade TO       arqitemvenda-quantidade.
           COMPUTE   arqitemvenda-preco-unitario ROUNDED =
                     arqimportvenda-valor / wk-imp-quantidade.
           MOVE      arqimportvenda-valor TO
                                    arqitemvenda-valor-total.
           MOVE      arqproduto-linha-produto TO
                                    arqitemvenda-linha-produto.
           MOVE      arqproduto-custo TO
                                    arqitemvenda-custo-unitario.
           COMPUTE   arqitemvenda-custo-total =
                     wk-imp-quantidade * arqproduto-custo.
           MOVE      wk-trb-cfop    TO          arqitemvenda-cfop.
           MOVE      wk-trb-cst-icms TO         arqitemvenda-cst-icms.
           MOVE      wk-trb-base-icms TO        arqitemvenda-base-icms.
           MOVE      wk-trb-aliq-icms TO        arqitemvenda-aliq-icms.
           MOVE      wk-trb-valor-icms TO
                                    arqitemvenda-valor-icms.
           MOVE      wk-trb-cst-ipi TO          arqitemvenda-cst-ipi.
           MOVE      wk-trb-aliq-ipi TO         arqitemvenda-aliq-ipi.
           MOVE      wk-trb-valor-ipi TO        arqitemvenda-valor-ipi.
           MOVE      ZEROS          TO          arqitemvenda-cd-codigo.
           MOVE      SPACES         TO          arqitemvenda-estoque.
           WRITE     arqitemvenda-registro
            INVALID KEY
             REWRITE arqitemvenda-registro
           END-WRITE.
      *---------------------------------------------------------------
      *    Same split-and-spread the keyboard entry applies: value
           END-IF.
           SET       arqtitulo-aberto           TO          TRUE.
           MOVE      ZEROS          TO
                                    arqtitulo-data-pagamento
                                    arqtitulo-valor-pago
                                    arqtitulo-data-remessa
                                    arqtitulo-acordo.
           WRITE     arqtitulo-registro
            INVALID KEY
             REWRITE arqtitulo-registro
                                    arqimporterrovenda-parcelas.
           MOVE      arqimportvenda-intervalo TO
                                    arqimporterrovenda-intervalo.
           MOVE      arqimportvenda-produto-codigo TO
                                    arqimporterrovenda-produto-codigo.
           MOVE      arqimportvenda-quantidade TO
                                    arqimporterrovenda-quantidade.
           WRITE     arqimporterrovenda-registro.
           initialize wk-msg.
      *---------------------------------------------------------------
           IF        wk-tem-periodo EQUAL       'S'
               CLOSE ARQPERIODO
           END-IF.
           IF        wk-tem-produto EQUAL       'S'
               CLOSE ARQPRODUTO
           END-IF.
           CLOSE     ARQITEMVENDA.
           CLOSE     ARQIMPORTERROVENDA.
           CLOSE     ARQCHKIMPORT.
           IF        fl-ok          NOT EQUAL   'S'
            OR       wk-chk-quebra  EQUAL       'S'
               MOVE  8              TO          RETURN-CODE
           ELSE
            IF      wk-tot-rejeitados GREATER   ZEROS
             OR     wk-feed-recusado EQUAL      'S'
               MOVE  4              TO          RETURN-CODE
            ELSE
               MOVE  0              TO          RETURN-CODE
