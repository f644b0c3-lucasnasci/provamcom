           copy "arqtravaexecselect.cpy".
           copy "arqausenciaselect.cpy".
           copy "arqcepselect.cpy".
           copy "arqlgpdselect.cpy".

       data division.

           copy "arqtravaexecfd.cpy".
           copy "arqausenciafd.cpy".
           copy "arqcepfd.cpy".
           copy "arqlgpdfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ausencia.dat".
           01  wk-caminho-arqcep        pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqcep.dat".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".

           01 wk-workarea.
              05 wid-arq-cliente        pic x(070) value spaces.
              05 wk-cpf-exibe           pic x(014) value spaces.
              05 wk-STOP                pic 9(001) value zeros.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value spaces.
            03 wk-cota-vendas           pic  9(009)v9(002) value zeros.
            03 wk-linha-produto         pic  x(001) value spaces.
            03 wk-capacidade-valor      pic  9(011)v9(002) value zeros.
            03 wk-supervisor-codigo     pic  9(007) value zeros.
            03 wk-taxa-supervisao       pic  9(003)v9(002) value zeros.

           01  wk-vendedor-ant.
              05 wk-cpf-ant             pic  9(011) value zeros.
              05 wk-linha-produto-ant   pic  x(001) value spaces.
              05 wk-capacidade-valor-ant
                                        pic  9(011)v9(002) value zeros.
              05 wk-supervisor-codigo-ant
                                        pic  9(007) value zeros.
              05 wk-taxa-supervisao-ant pic  9(003)v9(002) value zeros.

           01  wk-valida-cpf.
               05 wk-cpf-soma         pic 9(004) comp.
           01  wk-endereco-retorno    pic 9(002) value zeros.
           01  wk-uf-vazia            pic x(002) value spaces.

      *    Sensitive fields changed on the alteracao screen are held
      *    for a second operator's approval instead of written.
           01  wk-operador              pic x(010) value spaces.
           01  wk-retencao.
              05 wk-retidas             pic 9(001) value zeros.
              05 wk-recusadas           pic 9(001) value zeros.

           copy "arqaprovacaocalc.cpy".

           copy "arqmascaracalc.cpy".

      *    Journal staging for gravajornal: the before image is
      *    frozen when the record is locked for change, the after
      *    image right after the write lands.
              05 wk-jrn-imagem-ant      pic x(300) value spaces.
              05 wk-jrn-imagem-nova     pic x(300) value spaces.

           copy "arqencadeiacalc.cpy".

           copy "arqvendedorfs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqauditoriafs.cpy".
           copy "arqtravaexecfs.cpy".
           copy "arqausenciafs.cpy".
           copy "arqcepfs.cpy".
           copy "arqlgpdfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-ARQUIVO.
               05  line  4   col 05 value
                         "Informe o cnpj do vendedor".
               05  line  4   col  43   using wk-cpf.
               05  line  4   col  60   using wk-cpf-exibe.

               05  line  5   col 05 value
                         "Informe a razao social".
                         "Capacidade em valor (0 = sem limite)".
               05  line  14   col  43  using wk-capacidade-valor.

               05  line  15  col 05 value
                         "Codigo do supervisor (0 = nenhum)".
               05  line  15   col  43  using wk-supervisor-codigo.

               05  line  16  col 05 value
                         "Taxa de supervisao s/ equipe (%)".
               05  line  16   col  43  using wk-taxa-supervisao.

               05  line  18   col  43  using wk-msg.
      *------------------------------------------------------------------------

             01  SC-TELA-GENERICA.
               05  line  10  col  43   using fl-ok.
      *------------------------------------------------------------------------

            01  SC-TELA-RETIDA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ALTERACAO AGUARDANDO APROVACAO".
               05  line  3   col 05 value
                         "Campos enviados para aprovacao".
               05  line  3   col  43   from wk-retidas.
               05  line  4   col 05 value
                         "Campos nao gravados (aprovacao indisp.)".
               05  line  4   col  43   from wk-recusadas.
               05  line  6   col 05 value
                         "Os demais campos foram gravados".
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *------------------------------------------------------------------------

            01  SC-TELA-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
       INITIALIZE    wk-vendedor
                     wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           CALL      'operadoratual' USING      wk-operador.
           DISPLAY   SC-TELA-ARQUIVO.
           ACCEPT    SC-TELA-ARQUIVO.
           IF        wid-arq-cliente NOT EQUAL SPACES
           END-IF.
           OPEN      INPUT        ARQCEP.

           SET       wk-mk-privilegio            TO          TRUE.
           CALL      'mascaradados' USING        wk-mascara.
           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL        '05'
               OPEN       OUTPUT      ARQLGPD
               CLOSE      ARQLGPD
               OPEN       EXTEND      ARQLGPD
           END-IF.

           OPEN      I-O          ARQAUSENCIA.
           IF        FS-ARQAUSENCIA EQUAL  '05'
            OR       FS-ARQAUSENCIA EQUAL  '35'
               PERFORM              0022-VALIDA-REGIAO
           END-IF.

           IF        wk-supervisor-codigo NOT EQUAL ZEROS
               PERFORM              0023-VALIDA-SUPERVISOR
               IF    wk-msg         NOT EQUAL    SPACES
                   perform 0020-INCLUSAO
               END-IF
           END-IF.

      *    The vendedor record has no UF, so only the CEP is checked
      *    against the valid allocations.
           CALL      'validaendereco' USING      wk-uf-vazia
                             TO          arqvendedor-linha-produto.
           MOVE      wk-capacidade-valor
                             TO       arqvendedor-capacidade-valor.
           MOVE      wk-supervisor-codigo
                             TO       arqvendedor-supervisor-codigo.
           MOVE      wk-taxa-supervisao
                             TO       arqvendedor-taxa-supervisao.
           MOVE      ZEROS          TO          arqvendedor-qtd-atual.
           MOVE      ZEROS          TO          arqvendedor-valor-atual.
           MOVE      ZEROS          TO
                                    arqvendedor-data-desligamento.
           SET       ARQVENDEDOR-ATIVO           TO          TRUE.
           WRITE     ARQVENDEDOR-VENDEDOR
            INVALID KEY
                 PERFORM           0020-INCLUSAO
             END-IF
           END-READ.
      *-----------------------------------------------------------------
      *    The supervisor is another ativo vendedor of the empresa --
      *    never the vendedor themselves. Only sets the message: each
      *    caller decides which screen goes back to the operator.
           0023-VALIDA-SUPERVISOR.

           IF        wk-supervisor-codigo EQUAL   wk-codigo
               MOVE  'Vendedor nao pode supervisionar a si mesmo'
                                    TO           WK-MSG
           ELSE
               MOVE  wk-supervisor-codigo TO     ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS       ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Supervisor nao cadastrado'
                                    TO           WK-MSG
                NOT INVALID KEY
                 IF   arqvendedor-inativo
                  OR  arqvendedor-empresa NOT EQUAL
                                    wk-empresa-corrente
                     MOVE 'Supervisor inativo ou de outra empresa'
                                    TO           WK-MSG
                 END-IF
               END-READ
           END-IF.
      *-----------------------------------------------------------------
           0018-VALIDA-DIGITO-CPF.

           PERFORM    1000-CONSISTE-REGISTRO.
           IF        fl-ok          equal       'S'
            PERFORM   0036-MOVER-DADOS
            IF       wk-msg         EQUAL       SPACES
             PERFORM  0035-RETEM-SENSIVEIS
             PERFORM  0037-GRAVAR-ALTERACAO
             IF       wk-retidas     NOT EQUAL   ZEROS
              OR      wk-recusadas   NOT EQUAL   ZEROS
              DISPLAY SC-TELA-RETIDA
              ACCEPT  SC-TELA-RETIDA
             END-IF
            ELSE
             UNLOCK   ARQVENDEDOR
             PERFORM  0030-ALTERACAO
            END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Capacidade, taxa de comissao and cota move money: each one
      *    the config marks sensitive is sent to the approval queue
      *    and put back to its old value here, so the rest of the
      *    screen is written as usual and the held field only lands
      *    when a supervisor other than this operator approves it.
       0035-RETEM-SENSIVEIS.

           MOVE      ZEROS          TO          wk-retidas
                                                 wk-recusadas.
           IF        wk-capacidade-max NOT =    wk-capacidade-max-ant
               MOVE  1              TO          wk-ap-campo
               MOVE  wk-capacidade-max-ant TO   wk-ap-valor-ant
               MOVE  wk-capacidade-max TO       wk-ap-valor-novo
               PERFORM              0035A-SUBMETE-CAMPO
               IF    NOT wk-ap-livre
                   MOVE wk-capacidade-max-ant TO wk-capacidade-max
               END-IF
           END-IF.
           IF        wk-taxa-comissao NOT =     wk-taxa-comissao-ant
               MOVE  2              TO          wk-ap-campo
               MOVE  wk-taxa-comissao-ant TO    wk-ap-valor-ant
               MOVE  wk-taxa-comissao TO        wk-ap-valor-novo
               PERFORM              0035A-SUBMETE-CAMPO
               IF    NOT wk-ap-livre
                   MOVE wk-taxa-comissao-ant TO wk-taxa-comissao
               END-IF
           END-IF.
           IF        wk-capacidade-valor NOT =  wk-capacidade-valor-ant
               MOVE  4              TO          wk-ap-campo
               MOVE  wk-capacidade-valor-ant TO wk-ap-valor-ant
               MOVE  wk-capacidade-valor TO     wk-ap-valor-novo
               PERFORM              0035A-SUBMETE-CAMPO
               IF    NOT wk-ap-livre
                   MOVE wk-capacidade-valor-ant TO
                                    wk-capacidade-valor
               END-IF
           END-IF.
           IF        wk-cota-vendas NOT =       wk-cota-vendas-ant
               MOVE  5              TO          wk-ap-campo
               MOVE  wk-cota-vendas-ant TO      wk-ap-valor-ant
               MOVE  wk-cota-vendas TO          wk-ap-valor-novo
               PERFORM              0035A-SUBMETE-CAMPO
               IF    NOT wk-ap-livre
                   MOVE wk-cota-vendas-ant TO   wk-cota-vendas
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0035A-SUBMETE-CAMPO.

           MOVE      'VENDEDOR'     TO          wk-ap-entidade.
           MOVE      wk-codigo      TO          wk-ap-codigo.
           MOVE      ZEROS          TO          wk-ap-codigo-2
                                                 wk-ap-data-efetiva.
           MOVE      wk-operador    TO          wk-ap-operador.
           CALL      'retemaprovacao' USING     wk-aprovacao.
           IF        wk-ap-retida
               ADD   1              TO          wk-retidas
           END-IF.
           IF        wk-ap-indisponivel
               ADD   1              TO          wk-recusadas
           END-IF.
      *---------------------------------------------------------------
       0036-MOVER-DADOS.
                                          TO    wk-linha-produto.
           MOVE       arqvendedor-capacidade-valor
                                          TO    wk-capacidade-valor.
           MOVE       arqvendedor-supervisor-codigo
                                          TO    wk-supervisor-codigo.
           MOVE       arqvendedor-taxa-supervisao
                                          TO    wk-taxa-supervisao.
           MOVE       wk-cpf               TO    wk-cpf-ant.
           MOVE       wk-nome              TO    wk-nome-ant.
           MOVE       wk-cep               TO    wk-cep-ant.
           MOVE       wk-linha-produto     TO    wk-linha-produto-ant.
           MOVE       wk-capacidade-valor  TO
                                          wk-capacidade-valor-ant.
           MOVE       wk-supervisor-codigo TO
                                          wk-supervisor-codigo-ant.
           MOVE       wk-taxa-supervisao   TO
                                          wk-taxa-supervisao-ant.
           PERFORM    0036A-MASCARA-CPF.

           DISPLAY    SC-TELA-CADASTRO.
           ACCEPT     SC-TELA-CADASTRO.
           IF        wk-cpf         EQUAL        ZEROS
            AND      NOT wk-mk-sem-mascara
               MOVE  wk-cpf-ant     TO           wk-cpf
           END-IF.
           initialize  wk-msg.
           IF        wk-cep         NOT EQUAL    wk-cep-ant
            AND      wk-lat         EQUAL        wk-lat-ant
            AND      wk-lon         EQUAL        wk-lon-ant
             PERFORM   0019-BUSCA-CEP
           END-IF.
      *    The check reads the supervisor's own row, so the record
      *    being changed is put back from the image frozen at lock.
           IF        wk-supervisor-codigo NOT EQUAL ZEROS
            AND      wk-supervisor-codigo NOT EQUAL
                                    wk-supervisor-codigo-ant
             PERFORM   0023-VALIDA-SUPERVISOR
             MOVE      wk-jrn-imagem-ant  TO     ARQVENDEDOR-VENDEDOR
           END-IF.
      *---------------------------------------------------------------
      *    Without the personal-data privilege the cpf field comes up
      *    blank with the masked form beside it, and a blank answer
      *    keeps the stored cpf. A full view is logged to arqlgpd.
       0036A-MASCARA-CPF.

           SET       wk-mk-cpf      TO           TRUE.
           MOVE      wk-cpf         TO           wk-mk-numero.
           CALL      'mascaradados' USING        wk-mascara.
           IF        wk-mk-sem-mascara
               ACCEPT arqlgpd-data  FROM         DATE
               ACCEPT arqlgpd-hora  FROM         TIME
               MOVE  wk-operador    TO           arqlgpd-operador
               MOVE  arqvendedor-codigo TO
                                    arqlgpd-cliente-codigo
               MOVE  '01.02'        TO           arqlgpd-tela
               SET   arqlgpd-de-vendedor         TO          TRUE
               SET   arqlgpd-sem-mascara         TO          TRUE
               SET   wk-ec-grava                TO          TRUE
               MOVE  'LGPD'         TO           wk-ec-arquivo
               MOVE  LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqlgpd-registro
               WRITE arqlgpd-registro
           ELSE
               MOVE  wk-mk-exibicao TO           wk-cpf-exibe
               MOVE  ZEROS          TO           wk-cpf
           END-IF.
      *---------------------------------------------------------------
      *    Cpf, nome and regiao-codigo are part of arqvendedor-chave,
      *    the record key -- COBOL does not allow REWRITE to change a
                                 TO      arqvendedor-linha-produto
             MOVE    wk-capacidade-valor
                                 TO      arqvendedor-capacidade-valor
             MOVE    wk-supervisor-codigo
                                 TO      arqvendedor-supervisor-codigo
             MOVE    wk-taxa-supervisao
                                 TO      arqvendedor-taxa-supervisao
             WRITE   ARQVENDEDOR-VENDEDOR
              INVALID KEY
               PERFORM            0037A-RESTAURA-REGISTRO
                                 TO      arqvendedor-linha-produto.
           MOVE      wk-capacidade-valor-ant
                                 TO      arqvendedor-capacidade-valor.
           MOVE      wk-supervisor-codigo-ant
                                 TO      arqvendedor-supervisor-codigo.
           MOVE      wk-taxa-supervisao-ant
                                 TO      arqvendedor-taxa-supervisao.
           WRITE     ARQVENDEDOR-VENDEDOR
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQVENDEDOR
                                    TO           arqauditoria-valor-novo
               PERFORM              0039-GRAVA-AUDITORIA
           END-IF.
           IF        wk-supervisor-codigo-ant NOT =
                                    wk-supervisor-codigo
               MOVE  'SUPERVISOR'   TO           arqauditoria-campo
               MOVE  wk-supervisor-codigo-ant
                                    TO           arqauditoria-valor-ant
               MOVE  wk-supervisor-codigo
                                    TO           arqauditoria-valor-novo
               PERFORM              0039-GRAVA-AUDITORIA
           END-IF.
           IF        wk-taxa-supervisao-ant NOT =
                                    wk-taxa-supervisao
               MOVE  'TAXA SUPERVISAO' TO        arqauditoria-campo
               MOVE  wk-taxa-supervisao-ant
                                    TO           arqauditoria-valor-ant
               MOVE  wk-taxa-supervisao
                                    TO           arqauditoria-valor-novo
               PERFORM              0039-GRAVA-AUDITORIA
           END-IF.
           IF        wk-lat-ant     NOT =        wk-lat
               MOVE  'LATITUDE'     TO           arqauditoria-campo
               MOVE  wk-lat-ant     TO           arqauditoria-valor-ant

           MOVE      'VENDEDOR'     TO           arqauditoria-entidade.
           MOVE      wk-codigo      TO           arqauditoria-codigo.
           MOVE      wk-operador    TO           arqauditoria-operador.
           MOVE      SPACES         TO           arqauditoria-aprovador.
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
       0040-EXCLUSAO.
      *---------------------------------------------------------------
       9999-fim-programa.
                 close arqcep.
                 close arqlgpd.
                 close arqausencia.
                 close arqvendedor.
                 close arqregiao.
