           copy "arqvendedorselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqauditoriaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqcontratoselect.cpy".
           copy "arqoperadorselect.cpy".
           copy "arqaprovcfgselect.cpy".

       data division.

           copy "arqvendedorfd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqauditoriafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqcontratofd.cpy".
           copy "arqoperadorfd.cpy".
           copy "arqaprovcfgfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqpendente   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqcontrato   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\contrato.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".
           01  wk-caminho-arqaprovcfg   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\aprovcfg.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 wk-tot-aplicadas       pic 9(005) value zeros.
              05 wk-tot-falhas          pic 9(005) value zeros.

      *    Maker-checker: the supervisor deciding the AGUARDANDO rows
      *    is the logged operator, never the one who keyed the row.
           01  wk-operador              pic x(010) value spaces.
           01  wk-tem-operador          pic x(001) value 'N'.
           01  wk-supervisor-ok         pic x(001) value 'N'.
           01  wk-decisao.
              05 wk-dec-acao            pic x(001) value spaces.
              05 wk-dec-motivo          pic x(060) value spaces.
              05 wk-dec-campo           pic x(020) value spaces.
              05 wk-dec-msg             pic x(050) value spaces.
              05 wk-dec-propria         pic x(001) value 'N'.
           01  wk-cfg-conta             pic 9(002) value zeros.
           01  wk-tot-decisoes.
              05 wk-tot-aprovadas       pic 9(005) value zeros.
              05 wk-tot-rejeitadas      pic 9(005) value zeros.

           copy "arqencadeiacalc.cpy".

           copy "arqpendentefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqauditoriafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqcontratofs.cpy".
           copy "arqoperadorfs.cpy".
           copy "arqaprovcfgfs.cpy".

           LINKAGE SECTION.

               05  line  5   col  05 value
                         "3 Cancelar uma pendente".
               05  line  6   col  05 value
                         "4 Aprovar ou rejeitar (supervisor)".
               05  line  7   col  05 value
                         "5 Campos sujeitos a aprovacao".
               05  line  8   col  05 value
                         "9 Encerrar".
               05  line  8   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-PENDENTE.
               05  line  10  col  05 value
                         "ENTER para a proxima".
               05  line  10  col  48   using fl-ok.
      *-----------------------------------------------------------------
           01  SC-TELA-APROVA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "APROVACAO DE ALTERACAO SENSIVEL".
               05  line  3   col  05 value
                         "Numero".
               05  line  3   col  48   from arqpendente-numero.
               05  line  4   col  05 value
                         "Entidade / codigo / vendedor".
               05  line  4   col  48   from arqpendente-entidade.
               05  line  4   col  57   from arqpendente-codigo.
               05  line  4   col  65   from arqpendente-codigo-2.
               05  line  5   col  05 value
                         "Campo".
               05  line  5   col  48   from wk-dec-campo.
               05  line  6   col  05 value
                         "Valor anterior".
               05  line  6   col  48   from arqpendente-valor-ant.
               05  line  7   col  05 value
                         "Valor novo".
               05  line  7   col  48   from arqpendente-valor-novo.
               05  line  8   col  05 value
                         "Data efetiva".
               05  line  8   col  48   from arqpendente-data-efetiva.
               05  line  9   col  05 value
                         "Solicitado por / em".
               05  line  9   col  48   from arqpendente-operador.
               05  line  9   col  59   from arqpendente-data-criacao.
               05  line  11  col  05 value
                         "A aprova, R rejeita, ENTER a proxima".
               05  line  11  col  48   using wk-dec-acao.
               05  line  12  col  05 value
                         "Motivo da rejeicao".
               05  line  13  col  05   using wk-dec-motivo.
               05  line  15  col  05   from wk-dec-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-CONFIG.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CAMPOS SUJEITOS A APROVACAO (S/N)".
               05  line  3   col  05 value
                         "Vendedor - taxa de comissao".
               05  line  3   col  48   using arqaprovcfg-vend-taxa.
               05  line  4   col  05 value
                         "Vendedor - cota de vendas".
               05  line  4   col  48   using arqaprovcfg-vend-cota.
               05  line  5   col  05 value
                         "Vendedor - capacidade (max e valor)".
               05  line  5   col  48
                              using arqaprovcfg-vend-capacidade.
               05  line  6   col  05 value
                         "Cliente - limite de credito".
               05  line  6   col  48   using arqaprovcfg-cli-limite.
               05  line  7   col  05 value
                         "Contrato - taxa de comissao".
               05  line  7   col  48   using arqaprovcfg-ctr-taxa.
               05  line  10  col  48   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-CANCELA.
               05  blank screen.
               05  line  4   col  05 VALUE
                         "Alteracoes com falha".
               05  line  4   col  43   using wk-tot-falhas.
               05  line  5   col  05 VALUE
                         "Alteracoes aprovadas".
               05  line  5   col  43   using wk-tot-aprovadas.
               05  line  6   col  05 VALUE
                         "Alteracoes rejeitadas".
               05  line  6   col  43   using wk-tot-rejeitadas.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
           END-IF.
           OPEN      I-O          ARQVENDEDOR.
           OPEN      I-O          ARQREGIAO.
           OPEN      I-O          ARQCLIENTE.
           OPEN      I-O          ARQCONTRATO.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
           CALL      'operadoratual' USING      wk-operador.
           OPEN      EXTEND       ARQAUDITORIA.
           IF        FS-ARQAUDITORIA EQUAL      '05'
               OPEN       OUTPUT      ARQAUDITORIA
            AND        fl-ok         EQUAL      'S'
             PERFORM   0050-CANCELA-PENDENTE
           END-IF.
           IF          WK-OPCAO      EQUAL      4
            AND        fl-ok         EQUAL      'S'
             PERFORM   0060-APROVACOES
           END-IF.
           IF          WK-OPCAO      EQUAL      5
             PERFORM   0070-CONFIGURA-CAMPOS
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
             PERFORM 0023-APLICA-VENDEDOR
            WHEN     'REGIAO'
             PERFORM 0026-APLICA-REGIAO
            WHEN     'CLIENTE'
             PERFORM 0027-APLICA-CLIENTE
            WHEN     'CONTRATO'
             PERFORM 0028-APLICA-CONTRATO
           END-EVALUATE.

           IF        wk-aplicada    EQUAL       'S'
             MOVE    wk-valor-ant   TO          arqauditoria-valor-ant
             MOVE    arqpendente-valor-novo TO
                                    arqauditoria-valor-novo
             PERFORM 0029-GRAVA-AUDITORIA
           END-REWRITE.
      *---------------------------------------------------------------
      *    The regiao sits inside the record key: the move is a
               MOVE  wk-regiao-ant  TO          arqauditoria-valor-ant
               MOVE  arqpendente-valor-novo TO
                                    arqauditoria-valor-novo
               PERFORM 0029-GRAVA-AUDITORIA
             END-WRITE
           END-DELETE.
      *---------------------------------------------------------------
                   MOVE wk-valor-ant TO         arqauditoria-valor-ant
                   MOVE arqpendente-valor-novo TO
                                    arqauditoria-valor-novo
                   PERFORM 0029-GRAVA-AUDITORIA
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0027-APLICA-CLIENTE.

           MOVE      arqpendente-codigo TO      ARQCLIENTE-CODIGO.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqpendente-campo EQUAL    1
                 MOVE arqcliente-limite-credito TO wk-valor-ant
                 MOVE arqpendente-valor-novo TO
                                    arqcliente-limite-credito
                 ACCEPT arqcliente-data-alt     FROM        DATE
                 ACCEPT arqcliente-hora-alt     FROM        TIME
                 REWRITE ARQCLIENTE-CLIENTE
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   MOVE 'S'         TO          wk-aplicada
                   MOVE 'CLIENTE'   TO          arqauditoria-entidade
                   MOVE arqpendente-codigo TO   arqauditoria-codigo
                   MOVE 'LIMITE CREDITO' TO     arqauditoria-campo
                   MOVE wk-valor-ant TO         arqauditoria-valor-ant
                   MOVE arqpendente-valor-novo TO
                                    arqauditoria-valor-novo
                   PERFORM 0029-GRAVA-AUDITORIA
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0028-APLICA-CONTRATO.

           MOVE      arqpendente-codigo TO
                                    arqcontrato-cliente-codigo.
           MOVE      arqpendente-codigo-2 TO
                                    arqcontrato-vendedor-codigo.
           READ      ARQCONTRATO    KEY IS      ARQCONTRATO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqpendente-campo EQUAL    1
                 MOVE arqcontrato-taxa TO       wk-valor-ant
                 MOVE arqpendente-valor-novo TO arqcontrato-taxa
                 REWRITE arqcontrato-registro
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   MOVE 'S'         TO          wk-aplicada
                   MOVE 'CONTRATO'  TO          arqauditoria-entidade
                   MOVE arqpendente-codigo TO   arqauditoria-codigo
                   MOVE 'TAXA CONTRATO' TO      arqauditoria-campo
                   MOVE wk-valor-ant TO         arqauditoria-valor-ant
                   MOVE arqpendente-valor-novo TO
                                    arqauditoria-valor-novo
                   PERFORM 0029-GRAVA-AUDITORIA
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Every row applied here is audited with who keyed it and,
      *    for a change that went through approval, who released it.
       0029-GRAVA-AUDITORIA.

           MOVE      arqpendente-operador TO    arqauditoria-operador.
           MOVE      arqpendente-aprovador TO   arqauditoria-aprovador.
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
       0040-LISTA-PENDENTES.

             MOVE    '10'           TO          FS-ARQPENDENTE
            NOT AT END
             IF      arqpendente-pendente
              OR     arqpendente-aguardando
                 DISPLAY SC-TELA-PENDENTE
                 ACCEPT  SC-TELA-PENDENTE
             END-IF
                 MOVE 'Alteracao nao encontrada' TO         wk-msg
                NOT INVALID KEY
                 IF   arqpendente-pendente
                  OR  arqpendente-aguardando
                     SET  arqpendente-cancelada TO          TRUE
                     REWRITE arqpendente-registro
                      INVALID KEY
               END-READ
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    The AGUARDANDO queue, oldest first. Only an active,
      *    unlocked supervisor decides, and never on a row they
      *    keyed themselves. An approval whose data-efetiva has come
      *    is applied at once through the same paragraphs the nightly
      *    step uses; one still future-dated becomes PENDENTE and
      *    waits for its morning. A rejection needs the reason, and
      *    the row is kept with it.
       0060-APROVACOES.

           PERFORM   0065-VERIFICA-SUPERVISOR.
           IF        wk-supervisor-ok NOT EQUAL 'S'
               MOVE  'Somente supervisor ativo aprova alteracoes'
                                    TO          wk-msg
           ELSE
               INITIALIZE           wk-totais
                                    wk-tot-decisoes
               ACCEPT wk-hoje       FROM        DATE
               MOVE  ZEROS          TO          arqpendente-numero
               START ARQPENDENTE    KEY IS      NOT LESS
                                    ARQPENDENTE-NUMERO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQPENDENTE
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQPENDENTE
               END-START
               PERFORM              0061-PROXIMA-AGUARDANDO
                 UNTIL FS-ARQPENDENTE EQUAL     '10'
               MOVE  ZEROS          TO          FS-ARQPENDENTE
               DISPLAY SC-TELA-RESUMO
               ACCEPT  SC-TELA-RESUMO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0061-PROXIMA-AGUARDANDO.

           READ      ARQPENDENTE    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPENDENTE
            NOT AT END
             IF      arqpendente-aguardando
                 PERFORM            0062-DECIDE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0062-DECIDE.

           MOVE      SPACES         TO          wk-dec-acao
                                                 wk-dec-motivo
                                                 wk-dec-msg.
           PERFORM   0063-DESCREVE-CAMPO.
           IF        arqpendente-operador EQUAL wk-operador
               MOVE  'Alteracao propria - outro supervisor decide'
                                    TO          wk-dec-msg
               DISPLAY SC-TELA-APROVA
               ACCEPT  SC-TELA-APROVA
           ELSE
               PERFORM              0064-ACEITA-DECISAO
           END-IF.
      *---------------------------------------------------------------
       0063-DESCREVE-CAMPO.

           EVALUATE  arqpendente-entidade ALSO  arqpendente-campo
            WHEN     'VENDEDOR'     ALSO        1
             MOVE    'CAPACIDADE MAX' TO        wk-dec-campo
            WHEN     'VENDEDOR'     ALSO        2
             MOVE    'TAXA COMISSAO' TO         wk-dec-campo
            WHEN     'VENDEDOR'     ALSO        3
             MOVE    'REGIAO'       TO          wk-dec-campo
            WHEN     'VENDEDOR'     ALSO        4
             MOVE    'CAPACIDADE VALOR' TO      wk-dec-campo
            WHEN     'VENDEDOR'     ALSO        5
             MOVE    'COTA VENDAS'  TO          wk-dec-campo
            WHEN     'CLIENTE'      ALSO        1
             MOVE    'LIMITE CREDITO' TO        wk-dec-campo
            WHEN     'CONTRATO'     ALSO        1
             MOVE    'TAXA CONTRATO' TO         wk-dec-campo
            WHEN     OTHER
             MOVE    SPACES         TO          wk-dec-campo
           END-EVALUATE.
      *---------------------------------------------------------------
       0064-ACEITA-DECISAO.

           DISPLAY   SC-TELA-APROVA.
           ACCEPT    SC-TELA-APROVA.
           EVALUATE  wk-dec-acao
            WHEN     'A'
             PERFORM 0066-APROVA
            WHEN     'R'
             IF      wk-dec-motivo  EQUAL       SPACES
                 MOVE 'Informar o motivo da rejeicao'
                                    TO          wk-dec-msg
                 PERFORM            0064-ACEITA-DECISAO
             ELSE
                 PERFORM            0067-REJEITA
             END-IF
            WHEN     OTHER
             CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------
       0065-VERIFICA-SUPERVISOR.

           MOVE      'N'            TO          wk-supervisor-ok.
           IF        wk-tem-operador EQUAL      'S'
            AND      wk-operador    NOT EQUAL   SPACES
               MOVE  wk-operador    TO          arqoperador-codigo
               READ  ARQOPERADOR    KEY IS      ARQOPERADOR-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqoperador-supervisor
                  AND arqoperador-ativo
                  AND NOT arqoperador-bloqueado
                     MOVE 'S'       TO          wk-supervisor-ok
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0066-APROVA.

           MOVE      wk-operador    TO          arqpendente-aprovador.
           MOVE      wk-hoje        TO
                                    arqpendente-data-decisao.
           ADD       1              TO          wk-tot-aprovadas.
           IF        arqpendente-data-efetiva GREATER wk-hoje
               SET   arqpendente-pendente       TO          TRUE
               REWRITE arqpendente-registro
                INVALID KEY
                 CONTINUE
               END-REWRITE
           ELSE
               PERFORM              0022-APLICA-UMA
           END-IF.
      *---------------------------------------------------------------
       0067-REJEITA.

           SET       arqpendente-rejeitada      TO          TRUE.
           MOVE      wk-operador    TO          arqpendente-aprovador.
           MOVE      wk-hoje        TO
                                    arqpendente-data-decisao.
           MOVE      wk-dec-motivo  TO          arqpendente-motivo.
           REWRITE   arqpendente-registro
            INVALID KEY
             CONTINUE
           END-REWRITE.
           ADD       1              TO          wk-tot-rejeitadas.
      *---------------------------------------------------------------
      *    Which master fields wait for approval. Only a supervisor
      *    changes the list; every flag must be S or N.
       0070-CONFIGURA-CAMPOS.

           PERFORM   0065-VERIFICA-SUPERVISOR.
           IF        wk-supervisor-ok NOT EQUAL 'S'
               MOVE  'Somente supervisor altera a configuracao'
                                    TO          wk-msg
           ELSE
               MOVE  ALL 'S'        TO          arqaprovcfg-registro
               OPEN  INPUT          ARQAPROVCFG
               IF    FS-ARQAPROVCFG EQUAL       ZEROS
                   READ ARQAPROVCFG
                    AT END
                     MOVE ALL 'S'   TO          arqaprovcfg-registro
                   END-READ
                   CLOSE ARQAPROVCFG
               END-IF
               initialize wk-msg
               PERFORM              0071-EDITA-CONFIG
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0071-EDITA-CONFIG.

           DISPLAY   SC-TELA-CONFIG.
           ACCEPT    SC-TELA-CONFIG.
           MOVE      ZEROS          TO          wk-cfg-conta.
           INSPECT   arqaprovcfg-registro TALLYING wk-cfg-conta
                     FOR ALL 'S' ALL 'N'.
           IF        wk-cfg-conta   NOT EQUAL   5
               MOVE  'Informar S ou N em cada campo'
                                    TO          wk-msg
               PERFORM              0071-EDITA-CONFIG
           ELSE
               OPEN  OUTPUT         ARQAPROVCFG
               WRITE arqaprovcfg-registro
               CLOSE ARQAPROVCFG
               MOVE  'Configuracao gravada'     TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQVENDEDOR.
           CLOSE     ARQREGIAO.
           CLOSE     ARQAUDITORIA.
           CLOSE     ARQCLIENTE.
           CLOSE     ARQCONTRATO.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           IF        fl-ok          EQUAL       'S'
            AND      wk-tot-falhas  EQUAL       ZEROS
               MOVE  0              TO          RETURN-CODE
