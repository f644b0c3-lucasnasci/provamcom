       program-id. previsaovendas as "previsaovendas".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendedorselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqorcamentoselect.cpy".
           copy "arqprevcfgselect.cpy".
           copy "arqrelprevselect.cpy".

       data division.

           file section.

           copy "arqvendedorfd.cpy".
           copy "arqvendafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqorcamentofd.cpy".
           copy "arqprevcfgfd.cpy".
           copy "arqrelprevfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqorcamento  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\orcamento.dat".
           01  wk-caminho-arqprevcfg    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\prevcfg.dat".
           01  wk-caminho-arqrelprev    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relprev.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-cliente         pic x(001) value 'N'.
              05 wk-tem-orcamento       pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-tolerancia            pic 9(003)v9(002) value 10.

      *    The year being forecast and the last month already sold:
      *    months up to the base are realizado, the rest projected.
           01  wk-previsao.
              05 wk-ano                 pic 9(004) value zeros.
              05 wk-mes-base            pic 9(002) value zeros.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-r redefines wk-hoje.
               07 wk-hj-ano             pic 9(004).
               07 wk-hj-mes             pic 9(002).
               07 wk-hj-dia             pic 9(002).
              05 wk-data-ini            pic 9(008) value zeros.
              05 wk-data-corte          pic 9(008) value zeros.
              05 wk-comp-ini            pic 9(006) value zeros.
              05 wk-comp-fim            pic 9(006) value zeros.
              05 wk-data-venda          pic 9(008) value zeros.
              05 wk-data-venda-r redefines wk-data-venda.
               07 wk-dv-ano             pic 9(004).
               07 wk-dv-mes             pic 9(002).
               07 wk-dv-dia             pic 9(002).
              05 wk-valor-venda         pic s9(011)v9(002) value zeros.
              05 wk-idx-ano             pic 9(001) value zeros.
              05 wk-parte               pic x(001) value spaces.
                 88 wk-parte-realizado  value 'R'.
                 88 wk-parte-anterior   value 'A'.
                 88 wk-parte-restante   value 'P'.
                 88 wk-parte-fora       value ' '.

      *    History of one entity, in three piles: this year up to
      *    the base month, the same months of the three prior years
      *    and the remaining months of those years. Their ratio is
      *    the seasonality that carries this year to December.
           01  wk-projecao.
              05 wk-pj-realizado        pic s9(011)v9(002) value zeros.
              05 wk-pj-anterior         pic s9(011)v9(002) value zeros.
              05 wk-pj-restante-ant     pic s9(011)v9(002) value zeros.
              05 wk-pj-anos             pic 9(001) value zeros.
              05 wk-pj-restante         pic s9(011)v9(002) value zeros.
              05 wk-pj-ano              pic s9(011)v9(002) value zeros.
              05 wk-pj-alvo             pic 9(011)v9(002) value zeros.
              05 wk-pj-atingimento      pic 9(005)v9(002) value zeros.
              05 wk-pj-risco            pic x(001) value 'N'.

           01  wk-empresa-hist.
              05 wk-em-realizado        pic s9(011)v9(002) value zeros.
              05 wk-em-anterior         pic s9(011)v9(002) value zeros.
              05 wk-em-restante-ant     pic s9(011)v9(002) value zeros.
              05 wk-em-tem-ano          occurs 3 pic x(001).

           01  wk-vendedores.
              05 wk-vd-qtd              pic 9(003) comp value zeros.
              05 wk-vd-idx              pic 9(003) comp value zeros.
              05 wk-vd-item             occurs 500 times.
               07 wk-vd-codigo          pic 9(007).
               07 wk-vd-nome            pic x(030).
               07 wk-vd-regiao          pic 9(007).
               07 wk-vd-cota-ano        pic 9(011)v9(002).
               07 wk-vd-realizado       pic s9(011)v9(002).
               07 wk-vd-anterior        pic s9(011)v9(002).
               07 wk-vd-restante-ant    pic s9(011)v9(002).
               07 wk-vd-tem-ano         occurs 3 pic x(001).

           01  wk-regioes.
              05 wk-rg-qtd              pic 9(003) comp value zeros.
              05 wk-rg-idx              pic 9(003) comp value zeros.
              05 wk-rg-busca            pic 9(007) value zeros.
              05 wk-rg-achou            pic x(001) value 'N'.
              05 wk-rg-item             occurs 300 times.
               07 wk-rg-regiao          pic 9(007).
               07 wk-rg-meta-ano        pic 9(011)v9(002).
               07 wk-rg-realizado       pic s9(011)v9(002).
               07 wk-rg-anterior        pic s9(011)v9(002).
               07 wk-rg-restante-ant    pic s9(011)v9(002).
               07 wk-rg-tem-ano         occurs 3 pic x(001).

           01  wk-totais.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-vd-risco        pic 9(005) value zeros.
              05 wk-tot-regioes         pic 9(003) value zeros.
              05 wk-tot-rg-risco        pic 9(003) value zeros.

           01  wk-lin-cabec1.
              05 filler                 pic x(025) value
                 "PREVISAO DE VENDAS - ANO ".
              05 wk-cab-ano             pic 9(004).
              05 filler                 pic x(023) value
                 " - REALIZADO ATE O MES ".
              05 wk-cab-mes             pic 9(002).
              05 filler                 pic x(018) value
                 " - TOLERANCIA (%) ".
              05 wk-cab-tolerancia      pic zz9,99.
           01  wk-lin-cabec2.
              05 filler                 pic x(048) value
                 "VENDEDOR NOME                           REGIAO ".
              05 filler                 pic x(030) value
                 "     REALIZADO       RESTANTE".
              05 filler                 pic x(030) value
                 "      PROJETADO       COTA ANO".
              05 filler                 pic x(015) value
                 "        %".
           01  wk-lin-cabec3.
              05 filler                 pic x(048) value
                 "REGIAO".
              05 filler                 pic x(030) value
                 "     REALIZADO       RESTANTE".
              05 filler                 pic x(030) value
                 "      PROJETADO       META ANO".
              05 filler                 pic x(015) value
                 "        %".
           01  wk-lin-detalhe.
              05 wk-ld-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-nome             pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-ld-regiao           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-realizado        pic -zzz.zzz.zz9,99.
              05 wk-ld-restante         pic -zzz.zzz.zz9,99.
              05 wk-ld-projetado        pic -zzz.zzz.zz9,99.
              05 wk-ld-alvo             pic zzzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-ld-atingimento      pic zzzz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-risco            pic x(012).
           01  wk-lin-resumo.
              05 filler                 pic x(030) value
                 "VENDEDORES / EM RISCO ".
              05 wk-lr-vendedores       pic zzzz9.
              05 filler                 pic x(003) value " / ".
              05 wk-lr-vd-risco         pic zzzz9.
              05 filler                 pic x(024) value
                 "   REGIOES / EM RISCO ".
              05 wk-lr-regioes          pic zz9.
              05 filler                 pic x(003) value " / ".
              05 wk-lr-rg-risco         pic zz9.

           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqorcamentofs.cpy".
           copy "arqprevcfgfs.cpy".
           copy "arqrelprevfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PREVISAO DE VENDAS POR VENDEDOR E REGIAO".
               05  line  3   col  05 value
                         "Ano da previsao (AAAA)".
               05  line  3   col  43   using wk-ano.
               05  line  4   col  05 value
                         "Ultimo mes realizado (0 a 12)".
               05  line  4   col  43   using wk-mes-base.
               05  line  5   col  05 value
                         "Tolerancia abaixo da cota (%)".
               05  line  5   col  43   using wk-tolerancia.
               05  line  6   col  05 value
                         "1 Projetar / 9 Encerrar".
               05  line  6   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA PREVISAO (relprev.txt)".
               05  line  3   col  05 VALUE
                         "Vendedores projetados".
               05  line  3   col  40   using wk-tot-vendedores.
               05  line  4   col  05 VALUE
                         "Vendedores abaixo da tolerancia".
               05  line  4   col  40   using wk-tot-vd-risco.
               05  line  5   col  05 VALUE
                         "Regioes projetadas".
               05  line  5   col  40   using wk-tot-regioes.
               05  line  6   col  05 VALUE
                         "Regioes abaixo da tolerancia".
               05  line  6   col  40   using wk-tot-rg-risco.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    As a step of the nightly chain the year runs up to last
      *    month with the configured tolerance; anybody flagged comes
      *    back as an alert in the return code.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-PROJETA
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           PERFORM   0005-LE-CONFIGURACAO.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hj-ano      TO          wk-ano.
           COMPUTE   wk-mes-base    =           wk-hj-mes - 1.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-cliente
           END-IF.
           OPEN      INPUT        ARQORCAMENTO.
           IF        FS-ARQORCAMENTO EQUAL      ZEROS
               MOVE  'S'            TO          wk-tem-orcamento
           END-IF.
      *---------------------------------------------------------------
      *    A missing config file keeps the shipped 10% default; the
      *    screen saves whatever the operator last ran with, so the
      *    nightly run flags on the same tolerance the desk tuned.
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQPREVCFG.
           IF        FS-ARQPREVCFG  EQUAL       ZEROS
               READ  ARQPREVCFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqprevcfg-percentual NOT EQUAL ZEROS
                     MOVE arqprevcfg-percentual TO wk-tolerancia
                 END-IF
               END-READ
               CLOSE ARQPREVCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQPREVCFG.
           MOVE      wk-tolerancia  TO          arqprevcfg-percentual.
           WRITE     arqprevcfg-registro.
           CLOSE     ARQPREVCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           MOVE        SPACES        TO         wk-msg.
           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             IF        wk-ano        EQUAL      ZEROS
              OR       wk-mes-base   >          12
                 MOVE  'Informar o ano e o mes realizado'
                                     TO         wk-msg
             ELSE
                 IF    wk-tolerancia EQUAL      ZEROS
                     MOVE 10         TO         wk-tolerancia
                 END-IF
                 PERFORM 0006-GRAVA-CONFIGURACAO
                 PERFORM 0020-PROJETA
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0020-PROJETA.

           INITIALIZE               wk-totais
                                    wk-empresa-hist.
           MOVE      ZEROS          TO          wk-vd-qtd
                                                 wk-rg-qtd.
           COMPUTE   wk-data-ini    =  ( wk-ano - 3 ) * 10000 + 101.
           COMPUTE   wk-data-corte  =  wk-ano * 10000
                                    +  wk-mes-base * 100 + 99.
           COMPUTE   wk-comp-ini    =  wk-ano * 100 + 1.
           COMPUTE   wk-comp-fim    =  wk-ano * 100 + 12.

           IF        wk-tem-orcamento EQUAL     'S'
               PERFORM              0030-CARREGA-METAS
           END-IF.

           MOVE      LOW-VALUES     TO          ARQVENDEDOR-CHAVE.
           START     ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDEDOR
           END-START.
           PERFORM   0040-LE-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDEDOR.

           OPEN      OUTPUT       ARQRELPREV.
           MOVE      wk-ano         TO          wk-cab-ano.
           MOVE      wk-mes-base    TO          wk-cab-mes.
           MOVE      wk-tolerancia  TO          wk-cab-tolerancia.
           WRITE     arqrelprev-linha FROM      wk-lin-cabec1.
           MOVE      SPACES         TO          arqrelprev-linha.
           WRITE     arqrelprev-linha.
           WRITE     arqrelprev-linha FROM      wk-lin-cabec2.
           PERFORM   0070-IMPRIME-VENDEDOR
             VARYING wk-vd-idx      FROM        1
               BY    1
               UNTIL wk-vd-idx      >           wk-vd-qtd.
           MOVE      SPACES         TO          arqrelprev-linha.
           WRITE     arqrelprev-linha.
           WRITE     arqrelprev-linha FROM      wk-lin-cabec3.
           PERFORM   0075-IMPRIME-REGIAO
             VARYING wk-rg-idx      FROM        1
               BY    1
               UNTIL wk-rg-idx      >           wk-rg-qtd.
           MOVE      wk-tot-vendedores TO       wk-lr-vendedores.
           MOVE      wk-tot-vd-risco TO         wk-lr-vd-risco.
           MOVE      wk-tot-regioes TO          wk-lr-regioes.
           MOVE      wk-tot-rg-risco TO         wk-lr-rg-risco.
           MOVE      SPACES         TO          arqrelprev-linha.
           WRITE     arqrelprev-linha.
           WRITE     arqrelprev-linha FROM      wk-lin-resumo.
           CLOSE     ARQRELPREV.
      *---------------------------------------------------------------
      *    The year's metas of every regiao, summed; a regiao with a
      *    meta and no history still shows up at zero.
       0030-CARREGA-METAS.

           MOVE      wk-empresa-corrente TO     arqorcamento-empresa.
           MOVE      ZEROS          TO          arqorcamento-regiao
                                              arqorcamento-competencia.
           START     ARQORCAMENTO   KEY IS      NOT LESS
                                    ARQORCAMENTO-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQORCAMENTO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQORCAMENTO
           END-START.
           PERFORM   0031-LE-META
             UNTIL   FS-ARQORCAMENTO EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQORCAMENTO.
      *---------------------------------------------------------------
       0031-LE-META.

           READ      ARQORCAMENTO   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQORCAMENTO
            NOT AT END
             IF      arqorcamento-empresa NOT EQUAL
                                    wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQORCAMENTO
             ELSE
                 IF   arqorcamento-competencia NOT LESS wk-comp-ini
                  AND arqorcamento-competencia NOT GREATER
                                    wk-comp-fim
                     MOVE arqorcamento-regiao TO wk-rg-busca
                     PERFORM        0060-LOCALIZA-REGIAO
                     ADD  arqorcamento-valor-meta TO
                                    wk-rg-meta-ano(wk-rg-idx)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0040-LE-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-empresa EQUAL  wk-empresa-corrente
              AND    arqvendedor-ativo
              AND    wk-vd-qtd      <           500
                 ADD  1             TO          wk-vd-qtd
                 MOVE wk-vd-qtd     TO          wk-vd-idx
                 INITIALIZE         wk-vd-item(wk-vd-idx)
                 MOVE arqvendedor-codigo TO     wk-vd-codigo(wk-vd-idx)
                 MOVE arqvendedor-nome TO       wk-vd-nome(wk-vd-idx)
                 MOVE arqvendedor-regiao-codigo TO
                                    wk-vd-regiao(wk-vd-idx)
      *          cota-vendas is the monthly cota the accelerator
      *          measures each close against.
                 COMPUTE wk-vd-cota-ano(wk-vd-idx) =
                         arqvendedor-cota-vendas * 12
                 PERFORM            0041-HISTORICO-VENDEDOR
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The vendedor's notas from January three years back up to
      *    the end of the base month; each one lands in their piles, in
      *    the piles of the client's regiao and in the empresa's.
       0041-HISTORICO-VENDEDOR.

           MOVE      arqvendedor-codigo TO
                                    arqvenda-vendedor-codigo.
           MOVE      wk-data-ini    TO          arqvenda-data.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-VENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0042-LE-VENDA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
       0042-LE-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
              OR     arqvenda-data  >           wk-data-corte
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
                 PERFORM            0043-CLASSIFICA-VENDA
                 IF   NOT wk-parte-fora
                     PERFORM        0044-ACUMULA-VENDA
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0043-CLASSIFICA-VENDA.

           MOVE      arqvenda-data  TO          wk-data-venda.
           MOVE      arqvenda-valor TO          wk-valor-venda.
           IF        arqvenda-estorno
               COMPUTE wk-valor-venda = ZEROS - wk-valor-venda
           END-IF.
           SET       wk-parte-fora  TO          TRUE.
           MOVE      ZEROS          TO          wk-idx-ano.
           IF        wk-dv-ano      EQUAL       wk-ano
               IF    wk-dv-mes      NOT GREATER wk-mes-base
                   SET wk-parte-realizado       TO          TRUE
               END-IF
           ELSE
               COMPUTE wk-idx-ano   =           wk-ano - wk-dv-ano
               IF    wk-dv-mes      NOT GREATER wk-mes-base
                   SET wk-parte-anterior        TO          TRUE
               ELSE
                   SET wk-parte-restante        TO          TRUE
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0044-ACUMULA-VENDA.

           MOVE      wk-vd-regiao(wk-vd-idx) TO wk-rg-busca.
           IF        wk-tem-cliente EQUAL       'S'
               MOVE  arqvenda-cliente-codigo TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqcliente-regiao-codigo TO wk-rg-busca
               END-READ
           END-IF.
           PERFORM   0060-LOCALIZA-REGIAO.

           EVALUATE  TRUE
            WHEN     wk-parte-realizado
             ADD     wk-valor-venda TO
                                    wk-vd-realizado(wk-vd-idx)
                                    wk-rg-realizado(wk-rg-idx)
                                    wk-em-realizado
            WHEN     wk-parte-anterior
             ADD     wk-valor-venda TO
                                    wk-vd-anterior(wk-vd-idx)
                                    wk-rg-anterior(wk-rg-idx)
                                    wk-em-anterior
            WHEN     wk-parte-restante
             ADD     wk-valor-venda TO
                                    wk-vd-restante-ant(wk-vd-idx)
                                    wk-rg-restante-ant(wk-rg-idx)
                                    wk-em-restante-ant
           END-EVALUATE.
           IF        wk-idx-ano     NOT EQUAL   ZEROS
               MOVE  'S'            TO
                                    wk-vd-tem-ano(wk-vd-idx wk-idx-ano)
                                    wk-rg-tem-ano(wk-rg-idx wk-idx-ano)
                                    wk-em-tem-ano(wk-idx-ano)
           END-IF.
      *---------------------------------------------------------------
       0060-LOCALIZA-REGIAO.

           MOVE      'N'            TO          wk-rg-achou.
           PERFORM   0061-PROCURA-REGIAO
             VARYING wk-rg-idx      FROM        1
               BY    1
               UNTIL wk-rg-idx      >           wk-rg-qtd
                OR   wk-rg-achou    EQUAL       'S'.
           IF        wk-rg-achou    EQUAL       'S'
               SUBTRACT 1           FROM        wk-rg-idx
           ELSE
               IF    wk-rg-qtd      <           300
                   ADD  1           TO          wk-rg-qtd
                   MOVE wk-rg-qtd   TO          wk-rg-idx
                   INITIALIZE       wk-rg-item(wk-rg-idx)
                   MOVE wk-rg-busca TO          wk-rg-regiao(wk-rg-idx)
               ELSE
                   MOVE 1           TO          wk-rg-idx
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0061-PROCURA-REGIAO.

           IF        wk-rg-regiao(wk-rg-idx) EQUAL wk-rg-busca
               MOVE  'S'            TO          wk-rg-achou
           END-IF.
      *---------------------------------------------------------------
      *    Realizado grown by the prior years' own proportion between
      *    the months still to come and the months already sold. An
      *    entity with no prior-year history borrows the empresa's
      *    seasonality, and with none at all the run-rate is kept.
      *    In January nothing is sold yet: the projection is the
      *    average of the prior years.
       0065-CALCULA-PROJECAO.

           MOVE      ZEROS          TO          wk-pj-restante.
           EVALUATE  TRUE
            WHEN     wk-mes-base    EQUAL       ZEROS
             IF      wk-pj-anos     GREATER     ZEROS
                 COMPUTE wk-pj-restante ROUNDED =
                         wk-pj-restante-ant / wk-pj-anos
             END-IF
            WHEN     wk-pj-anterior GREATER     ZEROS
             COMPUTE wk-pj-restante ROUNDED =
                     wk-pj-realizado * wk-pj-restante-ant
                   / wk-pj-anterior
            WHEN     wk-em-anterior GREATER     ZEROS
             COMPUTE wk-pj-restante ROUNDED =
                     wk-pj-realizado * wk-em-restante-ant
                   / wk-em-anterior
            WHEN     OTHER
             COMPUTE wk-pj-restante ROUNDED =
                     wk-pj-realizado * ( 12 - wk-mes-base )
                   / wk-mes-base
           END-EVALUATE.
           COMPUTE   wk-pj-ano      =  wk-pj-realizado + wk-pj-restante.

           MOVE      'N'            TO          wk-pj-risco.
           MOVE      ZEROS          TO          wk-pj-atingimento.
           IF        wk-pj-alvo     GREATER     ZEROS
               IF    wk-pj-ano      GREATER     ZEROS
                   COMPUTE wk-pj-atingimento ROUNDED =
                           wk-pj-ano * 100 / wk-pj-alvo
               END-IF
               IF    wk-pj-atingimento LESS
                     ( 100 - wk-tolerancia )
                   MOVE 'S'         TO          wk-pj-risco
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0070-IMPRIME-VENDEDOR.

           MOVE      wk-vd-realizado(wk-vd-idx) TO wk-pj-realizado.
           MOVE      wk-vd-anterior(wk-vd-idx) TO wk-pj-anterior.
           MOVE      wk-vd-restante-ant(wk-vd-idx) TO
                                    wk-pj-restante-ant.
           MOVE      wk-vd-cota-ano(wk-vd-idx) TO wk-pj-alvo.
           MOVE      ZEROS          TO          wk-pj-anos.
           PERFORM   0071-CONTA-ANO-VENDEDOR
             VARYING wk-idx-ano     FROM        1
               BY    1
               UNTIL wk-idx-ano     >           3.
           PERFORM   0065-CALCULA-PROJECAO.

           ADD       1              TO          wk-tot-vendedores.
           MOVE      wk-vd-codigo(wk-vd-idx) TO wk-ld-codigo.
           MOVE      wk-vd-nome(wk-vd-idx) TO   wk-ld-nome.
           MOVE      wk-vd-regiao(wk-vd-idx) TO wk-ld-regiao.
           PERFORM   0080-MONTA-DETALHE.
           IF        wk-pj-risco    EQUAL       'S'
               ADD   1              TO          wk-tot-vd-risco
           END-IF.
      *---------------------------------------------------------------
       0071-CONTA-ANO-VENDEDOR.

           IF        wk-vd-tem-ano(wk-vd-idx wk-idx-ano) EQUAL 'S'
               ADD   1              TO          wk-pj-anos
           END-IF.
      *---------------------------------------------------------------
       0075-IMPRIME-REGIAO.

           MOVE      wk-rg-realizado(wk-rg-idx) TO wk-pj-realizado.
           MOVE      wk-rg-anterior(wk-rg-idx) TO wk-pj-anterior.
           MOVE      wk-rg-restante-ant(wk-rg-idx) TO
                                    wk-pj-restante-ant.
           MOVE      wk-rg-meta-ano(wk-rg-idx) TO wk-pj-alvo.
           MOVE      ZEROS          TO          wk-pj-anos.
           PERFORM   0076-CONTA-ANO-REGIAO
             VARYING wk-idx-ano     FROM        1
               BY    1
               UNTIL wk-idx-ano     >           3.
           PERFORM   0065-CALCULA-PROJECAO.

           ADD       1              TO          wk-tot-regioes.
           MOVE      wk-rg-regiao(wk-rg-idx) TO wk-ld-codigo.
           MOVE      SPACES         TO          wk-ld-nome.
           MOVE      ZEROS          TO          wk-ld-regiao.
           PERFORM   0080-MONTA-DETALHE.
           IF        wk-pj-risco    EQUAL       'S'
               ADD   1              TO          wk-tot-rg-risco
           END-IF.
      *---------------------------------------------------------------
       0076-CONTA-ANO-REGIAO.

           IF        wk-rg-tem-ano(wk-rg-idx wk-idx-ano) EQUAL 'S'
               ADD   1              TO          wk-pj-anos
           END-IF.
      *---------------------------------------------------------------
       0080-MONTA-DETALHE.

           MOVE      wk-pj-realizado TO         wk-ld-realizado.
           MOVE      wk-pj-restante TO          wk-ld-restante.
           MOVE      wk-pj-ano      TO          wk-ld-projetado.
           MOVE      wk-pj-alvo     TO          wk-ld-alvo.
           MOVE      wk-pj-atingimento TO       wk-ld-atingimento.
           IF        wk-pj-risco    EQUAL       'S'
               MOVE  '*** RISCO'    TO          wk-ld-risco
           ELSE
               MOVE  SPACES         TO          wk-ld-risco
           END-IF.
           WRITE     arqrelprev-linha FROM      wk-lin-detalhe.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDEDOR
               CLOSE ARQVENDA
           END-IF.
           IF        wk-tem-cliente EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-orcamento EQUAL     'S'
               CLOSE ARQORCAMENTO
           END-IF.
           EVALUATE  TRUE
            WHEN     fl-ok          NOT EQUAL   'S'
             MOVE    8              TO          RETURN-CODE
            WHEN     wk-tot-vd-risco GREATER    ZEROS
             OR      wk-tot-rg-risco GREATER    ZEROS
             MOVE    4              TO          RETURN-CODE
            WHEN     OTHER
             MOVE    0              TO          RETURN-CODE
           END-EVALUATE.
           GOBACK.
           exit program.

           end program previsaovendas.
