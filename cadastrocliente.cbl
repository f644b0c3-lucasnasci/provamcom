               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".
           01  wk-operador-sessao       pic x(010) value spaces.

      *    A new limite de credito keyed on the alteracao screen is
      *    held for a second operator's approval instead of written.
           01  wk-limite-retido         pic x(001) value 'N'.
               88 wk-limite-na-fila     value 'R'.
               88 wk-limite-recusado    value 'X'.

           copy "arqaprovacaocalc.cpy".

           copy "arqmascaracalc.cpy".

           01 wk-workarea.
              05 wid-arq-cliente        pic x(070) value spaces.
              05 wk-cnpj-exibe          pic x(018) value spaces.
              05 wk-STOP                pic 9(001) value zeros.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value spaces.
           01  wk-cep-busca           pic 9(008) value zeros.
           01  wk-endereco-retorno    pic 9(002) value zeros.

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqauditoriafs.cpy".
               05  line  4   col 05 value
                         "Informe o cnpj do cliente".
               05  line  4   col  43   using wk-cnpj.
               05  line  4   col  60   using wk-cnpj-exibe.

               05  line  5   col 05 value
                         "Informe a razao social".
               05  line  10  col  43   using fl-ok.
      *------------------------------------------------------------------------

            01  SC-TELA-RETIDA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ALTERACAO AGUARDANDO APROVACAO".
               05  line  3   col 05 value
                         "Novo limite de credito".
               05  line  3   col  43   from wk-limite-credito.
               05  line  4   col 05 value
                         "Limite mantido ate a aprovacao".
               05  line  5   col 05 value
                         "Os demais campos foram gravados".
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *------------------------------------------------------------------------

            01  SC-TELA-RECUSADA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "LIMITE DE CREDITO NAO ALTERADO".
               05  line  3   col 05 value
                         "Fila de aprovacao indisponivel".
               05  line  5   col 05 value
                         "Os demais campos foram gravados".
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *------------------------------------------------------------------------

            01  SC-TELA-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
           OPEN      INPUT        ARQCEP.

           CALL      'operadoratual' USING       wk-operador-sessao.
           SET       wk-mk-privilegio            TO          TRUE.
           CALL      'mascaradados' USING        wk-mascara.
           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL        '05'
               OPEN       OUTPUT      ARQLGPD
            PERFORM   0036-MOVER-DADOS
            PERFORM   0034-VALIDA-ENDERECO
            PERFORM   0035-VALIDA-TRANSICAO
            PERFORM   0033-RETEM-LIMITE
            PERFORM   0037-GRAVAR-ALTERACAO
            IF        wk-limite-na-fila
             MOVE     wk-ap-valor-novo TO       wk-limite-credito
             DISPLAY  SC-TELA-RETIDA
             ACCEPT   SC-TELA-RETIDA
            END-IF
            IF        wk-limite-recusado
             DISPLAY  SC-TELA-RECUSADA
             ACCEPT   SC-TELA-RECUSADA
            END-IF
           END-IF.
      *---------------------------------------------------------------
      *    A limite de credito is what lets a client buy a prazo: when
      *    the config marks it sensitive, the new figure goes to the
      *    approval queue and the old one is kept on the master until
      *    a supervisor other than this operator approves it.
       0033-RETEM-LIMITE.

           MOVE      'N'            TO           wk-limite-retido.
           IF        wk-limite-credito NOT =     wk-limite-credito-ant
               MOVE  'CLIENTE'      TO           wk-ap-entidade
               MOVE  wk-codigo      TO           wk-ap-codigo
               MOVE  ZEROS          TO           wk-ap-codigo-2
                                                 wk-ap-data-efetiva
               MOVE  1              TO           wk-ap-campo
               MOVE  wk-limite-credito-ant TO    wk-ap-valor-ant
               MOVE  wk-limite-credito TO        wk-ap-valor-novo
               MOVE  wk-operador-sessao TO       wk-ap-operador
               CALL  'retemaprovacao' USING      wk-aprovacao
               IF    NOT wk-ap-livre
                   MOVE wk-ap-resultado TO       wk-limite-retido
                   MOVE wk-limite-credito-ant TO wk-limite-credito
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The alteracao screen is just as capable of typing UF "XX"
           MOVE       wk-valor-anual         TO  wk-valor-anual-ant.
           MOVE       wk-limite-credito      TO
                                              wk-limite-credito-ant.
           PERFORM    0036A-MASCARA-CNPJ.

           DISPLAY    SC-TELA-CADASTRO.
           ACCEPT     SC-TELA-CADASTRO.
           IF        wk-cnpj        EQUAL        ZEROS
            AND      NOT wk-mk-sem-mascara
               MOVE  wk-cnpj-ant    TO           wk-cnpj
           END-IF.
           IF        wk-cep         NOT EQUAL    wk-cep-ant
            AND      wk-lat         EQUAL        wk-lat-ant
            AND      wk-lon         EQUAL        wk-lon-ant
             PERFORM   0019-BUSCA-CEP
           END-IF.
      *---------------------------------------------------------------
      *    An operator without the personal-data privilege gets the
      *    cnpj field blank, with the masked form beside it; leaving
      *    it blank keeps the stored cnpj, typing one replaces it.
       0036A-MASCARA-CNPJ.

           SET       wk-mk-cnpj     TO           TRUE.
           MOVE      wk-cnpj        TO           wk-mk-numero.
           CALL      'mascaradados' USING        wk-mascara.
           IF        NOT wk-mk-sem-mascara
               MOVE  wk-mk-exibicao TO           wk-cnpj-exibe
               MOVE  ZEROS          TO           wk-cnpj
           END-IF.
      *---------------------------------------------------------------
      *    Cnpj and raz-soc are part of arqcliente-chave, the record
      *    key -- COBOL does not allow REWRITE to change a key value,
      *    so the record is removed and re-written under its new key
               MOVE  ARQCLIENTE-CLIENTE TO      wk-jrn-imagem-nova
               PERFORM            0090-GRAVA-JORNAL
               PERFORM            0038-AUDITA-ALTERACAO
               PERFORM            0038A-RECOLHE-COMODATO
              END-WRITE
           END-DELETE.
           UNLOCK    ARQCLIENTE.
                                    arqauditoria-valor-novo
               PERFORM              0039-GRAVA-AUDITORIA
           END-IF.
      *---------------------------------------------------------------
      *    A client that stops buying -- suspended or closed -- has
      *    whatever equipment we lent them flagged for recovery.
       0038A-RECOLHE-COMODATO.

           IF        wk-status      NOT EQUAL    wk-status-ant
            AND    ( wk-status      EQUAL        'S'
            OR       wk-status      EQUAL        'F' )
               CALL  'abrerecolhimento' USING    arqcliente-codigo
                                                  arqcliente-raz-soc
           END-IF.
      *---------------------------------------------------------------
       0039-GRAVA-AUDITORIA.

           MOVE      'CLIENTE'      TO           arqauditoria-entidade.
           MOVE      wk-codigo      TO           arqauditoria-codigo.
           MOVE      wk-operador-sessao TO       arqauditoria-operador.
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
             MOVE    ARQCLIENTE-CLIENTE TO       wk-jrn-imagem-nova
             PERFORM 0090-GRAVA-JORNAL
             PERFORM 0055-INATIVA-CONTATOS
             CALL    'abrerecolhimento' USING    arqcliente-codigo
                                                  arqcliente-raz-soc
           END-REWRITE.
           UNLOCK    ARQCLIENTE.
      *---------------------------------------------------------------
           MOVE      arqcliente-codigo TO
                                    arqlgpd-cliente-codigo.
           MOVE      '01.01'        TO           arqlgpd-tela.
           SET       arqlgpd-de-cliente          TO          TRUE.
           MOVE      wk-mk-completo TO           arqlgpd-completo.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'LGPD'         TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqlgpd-registro.
           WRITE     arqlgpd-registro.
      *---------------------------------------------------------------
      *    Sends the operator back to whichever screen actually asked
