       program-id. alocacota as "alocacota".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqorcamentoselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqpendenteselect.cpy".

       data division.

           file section.

           copy "arqorcamentofd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqvendafd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqpendentefd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqorcamento  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\orcamento.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqpendente   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pendente.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 wk-opcao-rev           pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-tem-saida           pic x(001) value 'N'.
              05 wk-tem-cliente         pic x(001) value 'N'.
              05 wk-tem-venda           pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.
           01  wk-seq-entidade          pic x(008) value spaces.
           01  wk-numero                pic 9(007) value zeros.
           01  wk-hoje                  pic 9(008) value zeros.

           copy "arqaprovacaocalc.cpy".

      *    What the manager asks for: the regiao, the competencia of
      *    the meta, how it is weighed and the day the cotas start.
           01  wk-alocacao.
              05 wk-regiao              pic 9(007) value zeros.
              05 wk-competencia         pic 9(006) value zeros.
              05 wk-competencia-r redefines wk-competencia.
               07 wk-comp-ano           pic 9(004).
               07 wk-comp-mes           pic 9(002).
              05 wk-criterio            pic 9(001) value zeros.
                 88 wk-crit-historico   value 1.
                 88 wk-crit-carteira    value 2.
                 88 wk-crit-equipe      value 3.
              05 wk-data-efetiva        pic 9(008) value zeros.
              05 wk-meta                pic 9(011)v9(002) value zeros.
              05 wk-soma-cotas          pic 9(011)v9(002) value zeros.
              05 wk-diferenca           pic s9(011)v9(002) value zeros.
              05 wk-peso-total          pic s9(013)v9(002) value zeros.
              05 wk-resto               pic s9(011)v9(002) value zeros.
              05 wk-maior-idx           pic 9(002) comp value zeros.
              05 wk-agendadas           pic 9(003) value zeros.
              05 wk-aguardando          pic 9(003) value zeros.

      *    Trailing twelve months of sales before the competencia.
           01  wk-periodo-historico.
              05 wk-hist-ini            pic 9(008) value zeros.
              05 wk-hist-ini-r redefines wk-hist-ini.
               07 wk-hi-ano             pic 9(004).
               07 wk-hi-mes             pic 9(002).
               07 wk-hi-dia             pic 9(002).
              05 wk-hist-fim            pic 9(008) value zeros.

      *    The regiao's active vendedores with their weight and the
      *    cota proposed -- and, once the review screen is back,
      *    the cota the manager approved.
           01  wk-equipe.
              05 wk-eq-qtd              pic 9(002) comp value zeros.
              05 wk-eq-idx              pic 9(002) comp value zeros.
              05 wk-eq-item             occurs 50 times.
               07 wk-eq-codigo          pic 9(007).
               07 wk-eq-nome            pic x(025).
               07 wk-eq-cota-atual      pic 9(009)v9(002).
               07 wk-eq-peso            pic s9(013)v9(002).
               07 wk-eq-percentual      pic 9(003)v9(002).
               07 wk-eq-cota            pic 9(009)v9(002).

      *    One page of ten on the review screen.
           01  wk-pagina.
              05 wk-pg-inicio           pic 9(002) comp value zeros.
              05 wk-pg-idx              pic 9(002) comp value zeros.
              05 wk-pg-numero           pic 9(002) value zeros.
              05 wk-pg-total            pic 9(002) value zeros.
              05 wk-pg-item             occurs 10 times.
               07 wk-pg-texto           pic x(052).
               07 wk-pg-cota            pic 9(009)v9(002).
           01  wk-pg-monta.
              05 wk-pm-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-pm-nome             pic x(025).
              05 filler                 pic x(001) value space.
              05 wk-pm-percentual       pic zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-pm-cota-atual       pic zzzzzzzz9,99.
           01  wk-pm-vazio              pic x(052) value spaces.

           copy "arqorcamentofs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqpendentefs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ALOCACAO DE COTAS PELO ORCAMENTO REGIONAL".
               05  line  3   col  05 value
                         "Regiao".
               05  line  3   col  43   using wk-regiao.
               05  line  4   col  05 value
                         "Competencia da meta (AAAAMM)".
               05  line  4   col  43   using wk-competencia.
               05  line  5   col  05 value
                         "Peso: 1 vendas 12m, 2 carteira, 3 equipe".
               05  line  5   col  47   using wk-criterio.
               05  line  6   col  05 value
                         "Data efetiva (AAAAMMDD, 0 = dia 1)".
               05  line  6   col  43   using wk-data-efetiva.
               05  line  8   col  05 value
                         "1 Calcular / 9 Encerrar".
               05  line  8   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-REVISAO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REVISAO DAS COTAS - REGIAO".
               05  line  1   col  33   from  wk-regiao.
               05  line  1   col  42   from  wk-competencia.
               05  line  1   col  50 value "PAG".
               05  line  1   col  54   from  wk-pg-numero.
               05  line  1   col  57   from  wk-pg-total.
               05  line  2   col  05 value
                         "VENDEDOR NOME                          %".
               05  line  2   col  48 value "COTA ATUAL".
               05  line  2   col  62 value "COTA PROPOSTA".
               05  line  3   col  05   from  wk-pg-texto(1).
               05  line  3   col  60   using wk-pg-cota(1).
               05  line  4   col  05   from  wk-pg-texto(2).
               05  line  4   col  60   using wk-pg-cota(2).
               05  line  5   col  05   from  wk-pg-texto(3).
               05  line  5   col  60   using wk-pg-cota(3).
               05  line  6   col  05   from  wk-pg-texto(4).
               05  line  6   col  60   using wk-pg-cota(4).
               05  line  7   col  05   from  wk-pg-texto(5).
               05  line  7   col  60   using wk-pg-cota(5).
               05  line  8   col  05   from  wk-pg-texto(6).
               05  line  8   col  60   using wk-pg-cota(6).
               05  line  9   col  05   from  wk-pg-texto(7).
               05  line  9   col  60   using wk-pg-cota(7).
               05  line  10  col  05   from  wk-pg-texto(8).
               05  line  10  col  60   using wk-pg-cota(8).
               05  line  11  col  05   from  wk-pg-texto(9).
               05  line  11  col  60   using wk-pg-cota(9).
               05  line  12  col  05   from  wk-pg-texto(10).
               05  line  12  col  60   using wk-pg-cota(10).
               05  line  14  col  05 value
                         "Meta da regiao".
               05  line  14  col  30   from  wk-meta.
               05  line  15  col  05 value
                         "Soma das cotas".
               05  line  15  col  30   from  wk-soma-cotas.
               05  line  16  col  05 value
                         "Diferenca".
               05  line  16  col  30   from  wk-diferenca.
               05  line  18  col  05 value
                         "1 Proxima pagina / 2 Somar / 3 Aprovar".
               05  line  19  col  05 value
                         "9 Abandonar sem agendar".
               05  line  18  col  62   using wk-opcao-rev.
               05  line  20  col  05   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    Only the pending-change queue is written: approved cotas
      *    reach arqvendedor through the nightly aplicapendente step
      *    on the data efetiva, with its usual audit trail.
       0000-controle.

       INITIALIZE    wk-workarea.

           CALL      'empresaatual' USING       wk-empresa-corrente.
           CALL      'operadoratual' USING      wk-operador.
           OPEN      INPUT        ARQORCAMENTO.
           IF        FS-ARQORCAMENTO NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nenhum orcamento regional cadastrado'
                                    TO           WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nao foi possivel abrir o arquivo de vendedores'
                                    TO           WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-venda
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-saida
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-cliente
           END-IF.
           OPEN      I-O          ARQPENDENTE.
           IF        FS-ARQPENDENTE EQUAL       '05'
            OR       FS-ARQPENDENTE EQUAL       '35'
               CLOSE      ARQPENDENTE
               OPEN       OUTPUT      ARQPENDENTE
               CLOSE      ARQPENDENTE
               OPEN       I-O         ARQPENDENTE
           END-IF.
           IF        FS-ARQPENDENTE NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem' USING          FS-ARQPENDENTE
                                                  WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-ALOCA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0020-ALOCA.

           MOVE      SPACES         TO          wk-msg.
           PERFORM   0021-CONSISTE-PEDIDO.
           IF        wk-msg         EQUAL       SPACES
               PERFORM              0030-CARREGA-EQUIPE
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               PERFORM              0040-PESA-EQUIPE
               PERFORM              0050-DISTRIBUI-META
               MOVE  1              TO          wk-pg-inicio
               MOVE  ZEROS          TO          wk-opcao-rev
               PERFORM              0060-REVISAO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CONSISTE-PEDIDO.

           ACCEPT    wk-hoje        FROM        DATE.
           IF        wk-data-efetiva EQUAL      ZEROS
               COMPUTE wk-data-efetiva = wk-competencia * 100 + 1
           END-IF.
           IF        wk-regiao      EQUAL       ZEROS
               MOVE  'Informar a regiao'        TO          wk-msg
           ELSE
            IF       wk-comp-mes    EQUAL       ZEROS
             OR      wk-comp-mes    >           12
               MOVE  'Competencia invalida'     TO          wk-msg
            ELSE
             IF      NOT wk-crit-historico
              AND    NOT wk-crit-carteira
              AND    NOT wk-crit-equipe
               MOVE  'Informar o peso: 1, 2 ou 3'
                                    TO          wk-msg
             ELSE
              IF     wk-data-efetiva NOT GREATER wk-hoje
               MOVE  'Data efetiva deve ser futura'
                                    TO          wk-msg
              ELSE
               MOVE  wk-empresa-corrente TO     arqorcamento-empresa
               MOVE  wk-regiao      TO          arqorcamento-regiao
               MOVE  wk-competencia TO
                                    arqorcamento-competencia
               READ  ARQORCAMENTO   KEY IS      ARQORCAMENTO-CHAVE
                INVALID KEY
                 MOVE 'Regiao sem meta na competencia'
                                    TO          wk-msg
                NOT INVALID KEY
                 MOVE arqorcamento-valor-meta TO wk-meta
               END-READ
              END-IF
             END-IF
            END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Active vendedores of the empresa in the regiao.
       0030-CARREGA-EQUIPE.

           MOVE      ZEROS          TO          wk-eq-qtd.
           MOVE      wk-regiao      TO
                                    arqvendedor-regiao-codigo.
           START     ARQVENDEDOR    KEY IS      EQUAL
                                    ARQVENDEDOR-REGIAO-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDEDOR
           END-START.
           PERFORM   0031-LE-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'
              OR     wk-msg         NOT EQUAL   SPACES.
           MOVE      ZEROS          TO          FS-ARQVENDEDOR.
           IF        wk-eq-qtd      EQUAL       ZEROS
            AND      wk-msg         EQUAL       SPACES
               MOVE  'Regiao sem vendedores ativos'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       0031-LE-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-regiao-codigo NOT EQUAL wk-regiao
                 MOVE '10'          TO          FS-ARQVENDEDOR
             ELSE
                 IF   arqvendedor-empresa EQUAL wk-empresa-corrente
                  AND arqvendedor-ativo
                     IF   wk-eq-qtd NOT LESS    50
                         MOVE 'Regiao com mais de 50 vendedores'
                                    TO          wk-msg
                     ELSE
                         ADD  1     TO          wk-eq-qtd
                         MOVE arqvendedor-codigo TO
                                    wk-eq-codigo(wk-eq-qtd)
                         MOVE arqvendedor-nome TO
                                    wk-eq-nome(wk-eq-qtd)
                         MOVE arqvendedor-cota-vendas TO
                                    wk-eq-cota-atual(wk-eq-qtd)
                         MOVE ZEROS TO          wk-eq-peso(wk-eq-qtd)
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Weight of each vendedor: their sales in the twelve months
      *    before the competencia, the valor-anual of the clients
      *    assigned to them, or one head each. When nobody weighs
      *    anything (a brand-new team) the split falls back to
      *    headcount.
       0040-PESA-EQUIPE.

           COMPUTE   wk-hist-fim    =           wk-competencia * 100
                                              + 1.
           MOVE      wk-hist-fim    TO          wk-hist-ini.
           SUBTRACT  1              FROM        wk-hi-ano.
           MOVE      ZEROS          TO          wk-peso-total.
           PERFORM   0041-PESA-VENDEDOR
             VARYING wk-eq-idx      FROM        1
               BY    1
               UNTIL wk-eq-idx      >           wk-eq-qtd.
           IF        wk-peso-total  NOT GREATER ZEROS
               MOVE  'Sem historico: dividido pela equipe'
                                    TO          wk-msg
               MOVE  ZEROS          TO          wk-peso-total
               PERFORM              0045-PESO-UNITARIO
                 VARYING wk-eq-idx  FROM        1
                   BY    1
                   UNTIL wk-eq-idx  >           wk-eq-qtd
           END-IF.
      *---------------------------------------------------------------
       0041-PESA-VENDEDOR.

           EVALUATE  TRUE
            WHEN     wk-crit-historico
             IF      wk-tem-venda   EQUAL       'S'
                 PERFORM            0042-PESO-VENDAS
             END-IF
            WHEN     wk-crit-carteira
             IF      wk-tem-saida   EQUAL       'S'
              AND    wk-tem-cliente EQUAL       'S'
                 PERFORM            0043-PESO-CARTEIRA
             END-IF
            WHEN     OTHER
             MOVE    1              TO          wk-eq-peso(wk-eq-idx)
           END-EVALUATE.
      *    A net-negative history (more reversals than sales) weighs
      *    nothing rather than taking cota away from the others.
           IF        wk-eq-peso(wk-eq-idx) LESS ZEROS
               MOVE  ZEROS          TO          wk-eq-peso(wk-eq-idx)
           END-IF.
           ADD       wk-eq-peso(wk-eq-idx) TO   wk-peso-total.
      *---------------------------------------------------------------
       0042-PESO-VENDAS.

           MOVE      wk-eq-codigo(wk-eq-idx) TO
                                    arqvenda-vendedor-codigo.
           MOVE      wk-hist-ini    TO          arqvenda-data.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-VENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0042A-SOMA-VENDA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
       0042A-SOMA-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-vendedor-codigo NOT EQUAL
                                    wk-eq-codigo(wk-eq-idx)
              OR     arqvenda-data  NOT LESS    wk-hist-fim
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
                 IF   arqvenda-estorno
                     SUBTRACT arqvenda-valor FROM
                                    wk-eq-peso(wk-eq-idx)
                 ELSE
                     ADD  arqvenda-valor TO     wk-eq-peso(wk-eq-idx)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0043-PESO-CARTEIRA.

           MOVE      wk-eq-codigo(wk-eq-idx) TO
                                    arqsaida-vendedor-codigo.
           START     ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQSAIDA
           END-START.
           PERFORM   0043A-SOMA-CLIENTE
             UNTIL   FS-ARQSAIDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQSAIDA.
      *---------------------------------------------------------------
       0043A-SOMA-CLIENTE.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-vendedor-codigo NOT EQUAL
                                    wk-eq-codigo(wk-eq-idx)
                 MOVE '10'          TO          FS-ARQSAIDA
             ELSE
                 MOVE arqsaida-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   ADD  arqcliente-valor-anual TO
                                    wk-eq-peso(wk-eq-idx)
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0045-PESO-UNITARIO.

           MOVE      1              TO          wk-eq-peso(wk-eq-idx).
           ADD       1              TO          wk-peso-total.
      *---------------------------------------------------------------
      *    Meta split in proportion to the weights, rounded to the
      *    centavo; the rounding leftover goes to the heaviest
      *    vendedor so the cotas add up to the meta exactly.
       0050-DISTRIBUI-META.

           MOVE      ZEROS          TO          wk-soma-cotas
                                                 wk-maior-idx.
           PERFORM   0051-COTA-VENDEDOR
             VARYING wk-eq-idx      FROM        1
               BY    1
               UNTIL wk-eq-idx      >           wk-eq-qtd.
           COMPUTE   wk-resto       =           wk-meta - wk-soma-cotas.
           IF        wk-resto       NOT EQUAL   ZEROS
            AND      wk-maior-idx   GREATER     ZEROS
               COMPUTE wk-eq-cota(wk-maior-idx) =
                       wk-eq-cota(wk-maior-idx) + wk-resto
           END-IF.
           PERFORM   0070-SOMA-COTAS.
      *---------------------------------------------------------------
       0051-COTA-VENDEDOR.

           COMPUTE   wk-eq-percentual(wk-eq-idx) ROUNDED =
                     wk-eq-peso(wk-eq-idx) * 100 / wk-peso-total.
           COMPUTE   wk-eq-cota(wk-eq-idx) ROUNDED =
                     wk-meta * wk-eq-peso(wk-eq-idx) / wk-peso-total.
           ADD       wk-eq-cota(wk-eq-idx) TO   wk-soma-cotas.
           IF        wk-maior-idx   EQUAL       ZEROS
               MOVE  wk-eq-idx      TO          wk-maior-idx
           ELSE
               IF    wk-eq-peso(wk-eq-idx) GREATER
                                    wk-eq-peso(wk-maior-idx)
                   MOVE wk-eq-idx   TO          wk-maior-idx
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The manager walks the pages, retypes any cota and approves
      *    only when the cotas add up to the meta again.
       0060-REVISAO.

           PERFORM   0061-MONTA-PAGINA.
           DISPLAY   SC-TELA-REVISAO.
           ACCEPT    SC-TELA-REVISAO.
           PERFORM   0063-DEVOLVE-PAGINA
             VARYING wk-pg-idx      FROM        1
               BY    1
               UNTIL wk-pg-idx      >           10.
           PERFORM   0070-SOMA-COTAS.
           MOVE      SPACES         TO          wk-msg.

           EVALUATE  wk-opcao-rev
            WHEN     1
             ADD     10             TO          wk-pg-inicio
             IF      wk-pg-inicio   >           wk-eq-qtd
                 MOVE 1             TO          wk-pg-inicio
             END-IF
            WHEN     3
             IF      wk-diferenca   NOT EQUAL   ZEROS
                 MOVE 'Soma das cotas difere da meta'
                                    TO          wk-msg
             ELSE
                 PERFORM            0080-AGENDA-COTAS
             END-IF
           END-EVALUATE.

           IF        wk-opcao-rev   NOT EQUAL   9
            AND      NOT ( wk-opcao-rev EQUAL   3
            AND      wk-diferenca   EQUAL       ZEROS )
               MOVE  ZEROS          TO          wk-opcao-rev
               PERFORM              0060-REVISAO
           END-IF.
      *---------------------------------------------------------------
       0061-MONTA-PAGINA.

           COMPUTE   wk-pg-numero   =  ( wk-pg-inicio + 9 ) / 10.
           COMPUTE   wk-pg-total    =  ( wk-eq-qtd + 9 ) / 10.
           PERFORM   0062-MONTA-LINHA
             VARYING wk-pg-idx      FROM        1
               BY    1
               UNTIL wk-pg-idx      >           10.
      *---------------------------------------------------------------
       0062-MONTA-LINHA.

           COMPUTE   wk-eq-idx      =  wk-pg-inicio + wk-pg-idx - 1.
           IF        wk-eq-idx      >           wk-eq-qtd
               MOVE  wk-pm-vazio    TO          wk-pg-texto(wk-pg-idx)
               MOVE  ZEROS          TO          wk-pg-cota(wk-pg-idx)
           ELSE
               MOVE  wk-eq-codigo(wk-eq-idx) TO wk-pm-codigo
               MOVE  wk-eq-nome(wk-eq-idx) TO   wk-pm-nome
               MOVE  wk-eq-percentual(wk-eq-idx) TO
                                    wk-pm-percentual
               MOVE  wk-eq-cota-atual(wk-eq-idx) TO
                                    wk-pm-cota-atual
               MOVE  wk-pg-monta    TO          wk-pg-texto(wk-pg-idx)
               MOVE  wk-eq-cota(wk-eq-idx) TO   wk-pg-cota(wk-pg-idx)
           END-IF.
      *---------------------------------------------------------------
       0063-DEVOLVE-PAGINA.

           COMPUTE   wk-eq-idx      =  wk-pg-inicio + wk-pg-idx - 1.
           IF        wk-eq-idx      NOT GREATER wk-eq-qtd
               MOVE  wk-pg-cota(wk-pg-idx) TO   wk-eq-cota(wk-eq-idx)
           END-IF.
      *---------------------------------------------------------------
       0070-SOMA-COTAS.

           MOVE      ZEROS          TO          wk-soma-cotas.
           PERFORM   0071-SOMA-COTA
             VARYING wk-eq-idx      FROM        1
               BY    1
               UNTIL wk-eq-idx      >           wk-eq-qtd.
           COMPUTE   wk-diferenca   =           wk-soma-cotas - wk-meta.
      *---------------------------------------------------------------
       0071-SOMA-COTA.

           ADD       wk-eq-cota(wk-eq-idx) TO   wk-soma-cotas.
      *---------------------------------------------------------------
      *    One pending cota change per vendedor whose cota moves.
       0080-AGENDA-COTAS.

           MOVE      ZEROS          TO          wk-agendadas
                                                 wk-aguardando.
           PERFORM   0081-AGENDA-VENDEDOR
             VARYING wk-eq-idx      FROM        1
               BY    1
               UNTIL wk-eq-idx      >           wk-eq-qtd.
           MOVE      SPACES         TO          wk-msg.
           STRING    'Cotas agendadas: '        DELIMITED BY SIZE
                     wk-agendadas   DELIMITED BY SIZE
                     ' aguardando aprovacao: '  DELIMITED BY SIZE
                     wk-aguardando  DELIMITED BY SIZE
                     INTO wk-msg.
      *---------------------------------------------------------------
      *    The cota is a maker-checker field: when the config marks it
      *    sensitive, retemaprovacao queues the change AGUARDANDO for
      *    a supervisor and the PENDENTE row below is not written.
       0081-AGENDA-VENDEDOR.

           IF        wk-eq-cota(wk-eq-idx) NOT EQUAL
                                    wk-eq-cota-atual(wk-eq-idx)
               MOVE  'VENDEDOR'     TO          wk-ap-entidade
               MOVE  wk-eq-codigo(wk-eq-idx) TO wk-ap-codigo
               MOVE  ZEROS          TO          wk-ap-codigo-2
               MOVE  5              TO          wk-ap-campo
               MOVE  wk-eq-cota-atual(wk-eq-idx) TO
                                    wk-ap-valor-ant
               MOVE  wk-eq-cota(wk-eq-idx) TO   wk-ap-valor-novo
               MOVE  wk-data-efetiva TO         wk-ap-data-efetiva
               MOVE  wk-operador    TO          wk-ap-operador
               CLOSE ARQPENDENTE
               CALL  'retemaprovacao' USING     wk-aprovacao
               OPEN  I-O            ARQPENDENTE
               IF    wk-ap-retida
                   ADD 1            TO          wk-aguardando
               END-IF
           END-IF.
           IF        wk-eq-cota(wk-eq-idx) NOT EQUAL
                                    wk-eq-cota-atual(wk-eq-idx)
            AND      wk-ap-livre
               MOVE  'PENDENTE'     TO          wk-seq-entidade
               CALL  'proximocodigo' USING      wk-seq-entidade
                                                 wk-numero
               MOVE  wk-numero      TO          arqpendente-numero
               MOVE  'VENDEDOR'     TO          arqpendente-entidade
               MOVE  wk-eq-codigo(wk-eq-idx) TO arqpendente-codigo
               MOVE  5              TO          arqpendente-campo
               MOVE  wk-eq-cota(wk-eq-idx) TO   arqpendente-valor-novo
               MOVE  wk-data-efetiva TO
                                    arqpendente-data-efetiva
               SET   arqpendente-pendente       TO          TRUE
               MOVE  wk-operador    TO          arqpendente-operador
               ACCEPT arqpendente-data-criacao  FROM        DATE
               MOVE  ZEROS          TO
                                    arqpendente-data-aplicacao
               WRITE arqpendente-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQPENDENTE
                                                  WK-MSG
                NOT INVALID KEY
                 ADD  1             TO          wk-agendadas
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQORCAMENTO.
           CLOSE     ARQVENDEDOR.
           CLOSE     ARQPENDENTE.
           IF        wk-tem-venda   EQUAL       'S'
               CLOSE ARQVENDA
           END-IF.
           IF        wk-tem-saida   EQUAL       'S'
               CLOSE ARQSAIDA
           END-IF.
           IF        wk-tem-cliente EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
           GOBACK.
           exit program.

           end program alocacota.
