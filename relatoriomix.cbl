       program-id. relatoriomix as "relatoriomix".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqitemvendaselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqfilarelselect.cpy".
           copy "arqrelmixselect.cpy".
           copy "arqcsvmixselect.cpy".
           select    sort-mix-work assign to "SORTMIX".
           select    sort-abc-work assign to "SORTABC".

       data division.

           file section.

           copy "arqitemvendafd.cpy".
           copy "arqvendafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqfilarelfd.cpy".
           copy "arqrelmixfd.cpy".
           copy "arqcsvmixfd.cpy".

           SD  SORT-MIX-WORK.
           01  SORT-MIX-REG.
               05 SORT-PRODUTO          pic  9(005).
               05 SORT-REGIAO           pic  9(007).
               05 SORT-COMPETENCIA      pic  9(006).
               05 SORT-QUANTIDADE       pic s9(007).
               05 SORT-VALOR            pic s9(011)v9(002).

           SD  SORT-ABC-WORK.
           01  SORT-ABC-REG.
               05 SORT-ABC-VALOR        pic s9(013)v9(002).
               05 SORT-ABC-IDX          pic  9(004).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqfilarel    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\filarel.dat".
           01  wk-caminho-arqrelmix     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relmix.txt".
           01  wk-caminho-arqcsvmix     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relmix.csv".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-tem-cliente         pic x(001) value 'N'.
              05 wk-tem-produto         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.
           01  wk-seq-entidade          pic x(008) value spaces.
           01  wk-numero                pic 9(007) value zeros.

      *    Period of the analysis, at most twelve competencias so
      *    the month columns fit the 132-column page.
           01  wk-periodo.
              05 wk-comp-ini            pic 9(006) value zeros.
              05 wk-comp-fim            pic 9(006) value zeros.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-r redefines wk-hoje.
               07 wk-hj-ano             pic 9(004).
               07 wk-hj-mes             pic 9(002).
               07 wk-hj-dia             pic 9(002).
              05 wk-comp-seguinte.
               07 wk-cs-ano             pic 9(004).
               07 wk-cs-mes             pic 9(002).
              05 wk-comp-seguinte-n redefines wk-comp-seguinte
                                        pic 9(006).
              05 wk-data-ini            pic 9(008) value zeros.
              05 wk-data-fim            pic 9(008) value zeros.
              05 wk-data-venda          pic 9(008) value zeros.
              05 wk-data-venda-r redefines wk-data-venda.
               07 wk-dv-competencia     pic 9(006).
               07 wk-dv-dia             pic 9(002).

           01  wk-meses.
              05 wk-ms-qtd              pic 9(002) comp value zeros.
              05 wk-ms-idx              pic 9(002) comp value zeros.
              05 wk-ms-competencia      occurs 12 pic 9(006).

      *    The nota and client behind the item being read -- items
      *    of one NF come together, so each is read once per nota.
           01  wk-nota-atual.
              05 wk-na-numero-nf        pic 9(009) value zeros.
              05 wk-na-valida           pic x(001) value 'N'.
              05 wk-na-estorno          pic x(001) value 'N'.
              05 wk-na-regiao           pic 9(007) value zeros.
              05 wk-na-competencia      pic 9(006) value zeros.
              05 wk-na-itens            pic 9(005) value zeros.

      *    Products with movement in the period, in produto order as
      *    they come off the first sort, with their ABC class once
      *    the ranking has run.
           01  wk-produtos.
              05 wk-pr-qtd              pic 9(004) comp value zeros.
              05 wk-pr-idx              pic 9(004) comp value zeros.
              05 wk-pr-item             occurs 3000 times.
               07 wk-pr-codigo          pic 9(005).
               07 wk-pr-descricao       pic x(040).
               07 wk-pr-quantidade      pic s9(009).
               07 wk-pr-valor           pic s9(013)v9(002).
               07 wk-pr-classe          pic x(001).

           01  wk-curva.
              05 wk-total-geral         pic 9(013)v9(002) value zeros.
              05 wk-acumulado           pic 9(013)v9(002) value zeros.
              05 wk-pct-acumulado       pic 9(003)v9(002) value zeros.
              05 wk-classe              pic x(001) value spaces.
              05 wk-ranking             pic 9(004) value zeros.

      *    Control breaks of the cross-tab.
           01  wk-quebra.
              05 wk-qb-produto          pic 9(005) value zeros.
              05 wk-qb-regiao           pic 9(007) value zeros.
              05 wk-qb-competencia      pic 9(006) value zeros.
              05 wk-qb-primeiro         pic x(001) value 'S'.
              05 wk-cel-quantidade      pic s9(009) value zeros.
              05 wk-cel-valor           pic s9(013)v9(002) value zeros.
              05 wk-rg-quantidade       occurs 12 pic s9(009).
              05 wk-rg-valor            occurs 12 pic s9(013)v9(002).
              05 wk-pt-quantidade       occurs 12 pic s9(009).
              05 wk-pt-valor            occurs 12 pic s9(013)v9(002).

           01  wk-totais.
              05 wk-tot-itens           pic 9(007) value zeros.
              05 wk-tot-produtos        pic 9(005) value zeros.
              05 wk-tot-a               pic 9(005) value zeros.
              05 wk-tot-b               pic 9(005) value zeros.
              05 wk-tot-c               pic 9(005) value zeros.
              05 wk-tot-linhas-csv      pic 9(007) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(036) value
                 "ANALISE DO MIX DE PRODUTOS - COMPET ".
              05 wk-lti-ini             pic 9(006).
              05 filler                 pic x(003) value " A ".
              05 wk-lti-fim             pic 9(006).
           01  wk-lin-abc-cabec.
              05 filler                 pic x(050) value
                 "CURVA ABC DE PRODUTOS (LIQUIDO DE ESTORNOS)".
           01  wk-lin-abc.
              05 wk-la-classe           pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-la-ranking          pic zzz9.
              05 filler                 pic x(002) value spaces.
              05 wk-la-codigo           pic 9(005).
              05 filler                 pic x(002) value spaces.
              05 wk-la-descricao        pic x(040).
              05 filler                 pic x(002) value spaces.
              05 wk-la-quantidade       pic -zzz.zzz.zz9.
              05 filler                 pic x(002) value spaces.
              05 wk-la-valor            pic -z.zzz.zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-la-pct              pic zz9,99.
              05 filler                 pic x(001) value "%".
           01  wk-lin-abc-total.
              05 filler                 pic x(011) value "CLASSE A: ".
              05 wk-lat-a               pic zzzz9.
              05 filler                 pic x(013) value
                 "   CLASSE B: ".
              05 wk-lat-b               pic zzzz9.
              05 filler                 pic x(013) value
                 "   CLASSE C: ".
              05 wk-lat-c               pic zzzz9.
           01  wk-lin-cx-cabec.
              05 filler                 pic x(018) value
                 "PROD  REGIAO      ".
              05 wk-lcc-mes             occurs 12.
               07 filler                pic x(003).
               07 wk-lcc-competencia    pic 9(006).
           01  wk-lin-cx.
              05 wk-lcx-produto         pic 9(005).
              05 filler                 pic x(001) value space.
              05 wk-lcx-regiao          pic x(007).
              05 filler                 pic x(001) value space.
              05 wk-lcx-tipo            pic x(003).
              05 filler                 pic x(001) value space.
              05 wk-lcx-mes             occurs 12 pic -(008)9.
           01  wk-lcx-regiao-n          pic 9(007) value zeros.

           copy "arqitemvendafs.cpy".
           copy "arqvendafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqfilarelfs.cpy".
           copy "arqrelmixfs.cpy".
           copy "arqcsvmixfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).
      *    Queue-runner parameters: competencia inicial in bytes 1-6
      *    and final in 7-12 (AAAAMM); blank runs January to date.
           01  wk-parametros-entrada            pic x(040).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "MIX DE PRODUTOS POR REGIAO E CURVA ABC".
               05  line  3   col  05 value
                         "Competencia inicial (AAAAMM)".
               05  line  3   col  43   using wk-comp-ini.
               05  line  4   col  05 value
                         "Competencia final (AAAAMM)".
               05  line  4   col  43   using wk-comp-fim.
               05  line  5   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DO MIX (relmix.txt / relmix.csv)".
               05  line  3   col  05 VALUE
                         "Itens de nota analisados".
               05  line  3   col  43   using wk-tot-itens.
               05  line  4   col  05 VALUE
                         "Produtos com movimento".
               05  line  4   col  43   using wk-tot-produtos.
               05  line  5   col  05 VALUE
                         "Produtos classe A / B / C".
               05  line  5   col  43   using wk-tot-a.
               05  line  5   col  50   using wk-tot-b.
               05  line  5   col  57   using wk-tot-c.
               05  line  6   col  05 VALUE
                         "Linhas no CSV".
               05  line  6   col  43   using wk-tot-linhas-csv.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada
                                wk-parametros-entrada.

       perform       0000-controle.

      *    Under the report queue there is nobody at the screen: the
      *    queued period runs as-is and the queue catalogs the CSV.
       IF            wk-batch       EQUAL       'S'
           IF        wk-parametros-entrada(1:6) IS NUMERIC
            AND      wk-parametros-entrada(7:6) IS NUMERIC
               MOVE  wk-parametros-entrada(1:6) TO wk-comp-ini
               MOVE  wk-parametros-entrada(7:6) TO wk-comp-fim
           END-IF
           PERFORM   0015-CONSISTE-PERIODO
           IF        wk-msg         EQUAL       SPACES
            AND      fl-ok          EQUAL       'S'
               PERFORM   0020-GERA-RELATORIO
           ELSE
               MOVE  'N'            TO          fl-ok
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
           CALL      'operadoratual' USING      wk-operador.

           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-comp-ini    =  wk-hj-ano * 100 + 1.
           COMPUTE   wk-comp-fim    =  wk-hj-ano * 100 + wk-hj-mes.

           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA NOT EQUAL  ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQITEMVENDA
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
           OPEN      INPUT        ARQPRODUTO.
           IF        FS-ARQPRODUTO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-produto
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0015-CONSISTE-PERIODO
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0020-GERA-RELATORIO
                 PERFORM 0090-CATALOGA-CSV
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0015-CONSISTE-PERIODO.

           MOVE      ZEROS          TO          wk-ms-qtd.
           IF        wk-comp-ini    EQUAL       ZEROS
            OR       wk-comp-fim    LESS        wk-comp-ini
               MOVE  'Informar a faixa de competencias'
                                    TO          wk-msg
           ELSE
               MOVE  wk-comp-ini    TO          wk-comp-seguinte-n
               PERFORM              0016-ACRESCENTA-MES
                 UNTIL wk-comp-seguinte-n >     wk-comp-fim
                  OR   wk-msg       NOT EQUAL   SPACES
           END-IF.
      *---------------------------------------------------------------
       0016-ACRESCENTA-MES.

           IF        wk-cs-mes      EQUAL       ZEROS
            OR       wk-cs-mes      >           12
               MOVE  'Competencia invalida'     TO          wk-msg
           ELSE
            IF       wk-ms-qtd      NOT LESS    12
               MOVE  'Analisar no maximo 12 competencias'
                                    TO          wk-msg
            ELSE
               ADD   1              TO          wk-ms-qtd
               MOVE  wk-comp-seguinte-n TO
                                    wk-ms-competencia(wk-ms-qtd)
            END-IF
           END-IF.
           ADD       1              TO          wk-cs-mes.
           IF        wk-cs-mes      >           12
               MOVE  1              TO          wk-cs-mes
               ADD   1              TO          wk-cs-ano
           END-IF.
      *---------------------------------------------------------------
      *    Two passes over the items: the first totals each product
      *    for the ABC ranking, the second builds the produto x
      *    regiao x competencia cross-tab and the CSV, which can then
      *    carry each product's class.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           MOVE      ZEROS          TO          wk-pr-qtd
                                                 wk-total-geral
                                                 wk-acumulado
                                                 wk-ranking.
           COMPUTE   wk-data-ini    =  wk-comp-ini * 100 + 1.
           COMPUTE   wk-data-fim    =  wk-comp-fim * 100 + 99.

           OPEN      OUTPUT       ARQRELMIX.
           OPEN      OUTPUT       ARQCSVMIX.
           MOVE      wk-comp-ini    TO          wk-lti-ini.
           MOVE      wk-comp-fim    TO          wk-lti-fim.
           WRITE     arqrelmix-linha FROM       wk-lin-titulo.
           MOVE      SPACES         TO          arqrelmix-linha.
           WRITE     arqrelmix-linha.

           SORT      SORT-MIX-WORK
                     ON ASCENDING KEY        SORT-PRODUTO
                     INPUT PROCEDURE IS      0021-CARREGA-ITENS
                     OUTPUT PROCEDURE IS     0030-TOTALIZA-PRODUTOS.

           WRITE     arqrelmix-linha FROM       wk-lin-abc-cabec.
           SORT      SORT-ABC-WORK
                     ON DESCENDING KEY       SORT-ABC-VALOR
                     INPUT PROCEDURE IS      0040-CARREGA-RANKING
                     OUTPUT PROCEDURE IS     0042-CLASSIFICA-ABC.
           MOVE      wk-tot-a       TO          wk-lat-a.
           MOVE      wk-tot-b       TO          wk-lat-b.
           MOVE      wk-tot-c       TO          wk-lat-c.
           WRITE     arqrelmix-linha FROM       wk-lin-abc-total.
           MOVE      SPACES         TO          arqrelmix-linha.
           WRITE     arqrelmix-linha.

           MOVE      'produto;descricao;regiao;competencia;quantidade;va
      -              'lor;classe'   TO          arqcsvmix-cabecalho.
           WRITE     arqcsvmix-cabecalho.
           PERFORM   0050-CABECALHO-CRUZADO.
           MOVE      ZEROS          TO          wk-tot-itens.
           SORT      SORT-MIX-WORK
                     ON ASCENDING KEY        SORT-PRODUTO
                                             SORT-REGIAO
                                             SORT-COMPETENCIA
                     INPUT PROCEDURE IS      0021-CARREGA-ITENS
                     OUTPUT PROCEDURE IS     0060-MONTA-CRUZADO.

           CLOSE     ARQRELMIX.
           CLOSE     ARQCSVMIX.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Items of the notas dated in the period. A reversal 'R'
      *    takes back, dated and signed as the reversal itself, the
      *    items of a partial return carried under its own NF, or
      *    all the items of its nf-origem when it carries none.
       0021-CARREGA-ITENS.

           MOVE      ZEROS          TO          wk-na-numero-nf.
           MOVE      LOW-VALUES     TO          ARQITEMVENDA-CHAVE.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0022-LE-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.

           MOVE      LOW-VALUES     TO          ARQVENDA-NUMERO-NF.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0025-LE-ESTORNO
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
       0022-LE-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-na-numero-nf
                 PERFORM            0023-LE-NOTA
             END-IF
             IF      wk-na-valida   EQUAL       'S'
                 PERFORM            0022A-LIBERA-ITEM
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022A-LIBERA-ITEM.

           ADD       1              TO          wk-tot-itens.
           MOVE      arqitemvenda-produto-codigo TO SORT-PRODUTO.
           MOVE      wk-na-regiao   TO          SORT-REGIAO.
           MOVE      wk-na-competencia TO       SORT-COMPETENCIA.
           MOVE      arqitemvenda-quantidade TO SORT-QUANTIDADE.
           MOVE      arqitemvenda-valor-total TO SORT-VALOR.
           IF        wk-na-estorno  EQUAL       'S'
               COMPUTE SORT-QUANTIDADE = ZEROS - SORT-QUANTIDADE
               COMPUTE SORT-VALOR = ZEROS - SORT-VALOR
           END-IF.
           RELEASE   SORT-MIX-REG.
      *---------------------------------------------------------------
       0023-LE-NOTA.

           MOVE      arqitemvenda-numero-nf TO  wk-na-numero-nf.
           MOVE      'N'            TO          wk-na-valida
                                                 wk-na-estorno.
           MOVE      ZEROS          TO          wk-na-regiao.
           MOVE      wk-na-numero-nf TO         arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqvenda-data  NOT LESS    wk-data-ini
              AND    arqvenda-data  NOT GREATER wk-data-fim
              AND    NOT arqvenda-estorno
                 MOVE 'S'           TO          wk-na-valida
                 MOVE arqvenda-data TO          wk-data-venda
                 MOVE wk-dv-competencia TO      wk-na-competencia
                 PERFORM            0024-REGIAO-CLIENTE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The client's regiao; a nota of another empresa's client is
      *    left out.
       0024-REGIAO-CLIENTE.

           IF        wk-tem-cliente EQUAL       'S'
               MOVE  arqvenda-cliente-codigo TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqcliente-empresa NOT EQUAL
                                    wk-empresa-corrente
                     MOVE 'N'       TO          wk-na-valida
                 ELSE
                     MOVE arqcliente-regiao-codigo TO wk-na-regiao
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0025-LE-ESTORNO.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-estorno
              AND    arqvenda-data  NOT LESS    wk-data-ini
              AND    arqvenda-data  NOT GREATER wk-data-fim
                 MOVE 'S'           TO          wk-na-valida
                                                 wk-na-estorno
                 MOVE ZEROS         TO          wk-na-regiao
                 MOVE arqvenda-data TO          wk-data-venda
                 MOVE wk-dv-competencia TO      wk-na-competencia
                 PERFORM            0024-REGIAO-CLIENTE
                 IF   wk-na-valida  EQUAL       'S'
                     PERFORM        0026-ITENS-ESTORNO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0026-ITENS-ESTORNO.

           MOVE      ZEROS          TO          wk-na-itens.
           MOVE      arqvenda-numero-nf TO      wk-na-numero-nf.
           PERFORM   0026B-ITENS-NF.
           IF        wk-na-itens    EQUAL       ZEROS
               MOVE  arqvenda-nf-origem TO      wk-na-numero-nf
               PERFORM              0026B-ITENS-NF
           END-IF.
      *---------------------------------------------------------------
       0026B-ITENS-NF.

           MOVE      wk-na-numero-nf TO         arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0026A-LE-ITEM-ESTORNO
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0026A-LE-ITEM-ESTORNO.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-na-numero-nf
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 ADD  1             TO          wk-na-itens
                 PERFORM            0022A-LIBERA-ITEM
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0030-TOTALIZA-PRODUTOS.

           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           PERFORM   0031-RETURN-PRODUTO
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
      *---------------------------------------------------------------
       0031-RETURN-PRODUTO.

           RETURN    SORT-MIX-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             IF      wk-pr-qtd      EQUAL       ZEROS
              OR     SORT-PRODUTO   NOT EQUAL   wk-pr-codigo(wk-pr-qtd)
                 PERFORM            0032-NOVO-PRODUTO
             END-IF
             IF      wk-pr-qtd      GREATER     ZEROS
                 ADD  SORT-QUANTIDADE TO
                                    wk-pr-quantidade(wk-pr-qtd)
                 ADD  SORT-VALOR    TO          wk-pr-valor(wk-pr-qtd)
             END-IF
           END-RETURN.
      *---------------------------------------------------------------
       0032-NOVO-PRODUTO.

           IF        wk-pr-qtd      LESS        3000
               ADD   1              TO          wk-pr-qtd
               MOVE  SORT-PRODUTO   TO          wk-pr-codigo(wk-pr-qtd)
               MOVE  ZEROS          TO
                                    wk-pr-quantidade(wk-pr-qtd)
                                    wk-pr-valor(wk-pr-qtd)
               MOVE  'C'            TO          wk-pr-classe(wk-pr-qtd)
               MOVE  SPACES         TO
                                    wk-pr-descricao(wk-pr-qtd)
               IF    wk-tem-produto EQUAL       'S'
                   MOVE SORT-PRODUTO TO         arqproduto-codigo
                   READ ARQPRODUTO  KEY IS      ARQPRODUTO-CODIGO
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     MOVE arqproduto-descricao TO
                                    wk-pr-descricao(wk-pr-qtd)
                   END-READ
               END-IF
           ELSE
               MOVE  'Mais de 3000 produtos: lista truncada'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    Same 80/95 cut as the client curve, on the net value sold;
      *    a product with nothing left after its estornos ranks C.
       0040-CARREGA-RANKING.

           PERFORM   0041-RELEASE-PRODUTO
             VARYING wk-pr-idx      FROM        1
               BY    1
               UNTIL wk-pr-idx      >           wk-pr-qtd.
      *---------------------------------------------------------------
       0041-RELEASE-PRODUTO.

           ADD       1              TO          wk-tot-produtos.
           IF        wk-pr-valor(wk-pr-idx) GREATER ZEROS
               ADD   wk-pr-valor(wk-pr-idx) TO  wk-total-geral
           END-IF.
           MOVE      wk-pr-valor(wk-pr-idx) TO  SORT-ABC-VALOR.
           MOVE      wk-pr-idx      TO          SORT-ABC-IDX.
           RELEASE   SORT-ABC-REG.
      *---------------------------------------------------------------
       0042-CLASSIFICA-ABC.

           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           PERFORM   0043-RETURN-RANKING
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
      *---------------------------------------------------------------
       0043-RETURN-RANKING.

           RETURN    SORT-ABC-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             PERFORM 0044-IMPRIME-PRODUTO
           END-RETURN.
      *---------------------------------------------------------------
       0044-IMPRIME-PRODUTO.

           MOVE      SORT-ABC-IDX   TO          wk-pr-idx.
           ADD       1              TO          wk-ranking.
           IF        SORT-ABC-VALOR GREATER     ZEROS
               ADD   SORT-ABC-VALOR TO          wk-acumulado
           END-IF.
           IF        wk-total-geral GREATER     ZEROS
               COMPUTE wk-pct-acumulado ROUNDED =
                       wk-acumulado * 100 / wk-total-geral
           ELSE
               MOVE  ZEROS          TO          wk-pct-acumulado
           END-IF.
           EVALUATE  TRUE
            WHEN     SORT-ABC-VALOR NOT GREATER ZEROS
             MOVE    'C'            TO          wk-classe
             ADD     1              TO          wk-tot-c
            WHEN     wk-pct-acumulado NOT GREATER 80
             MOVE    'A'            TO          wk-classe
             ADD     1              TO          wk-tot-a
            WHEN     wk-pct-acumulado NOT GREATER 95
             MOVE    'B'            TO          wk-classe
             ADD     1              TO          wk-tot-b
            WHEN     OTHER
             MOVE    'C'            TO          wk-classe
             ADD     1              TO          wk-tot-c
           END-EVALUATE.
           MOVE      wk-classe      TO          wk-pr-classe(wk-pr-idx).

           MOVE      wk-classe      TO          wk-la-classe.
           MOVE      wk-ranking     TO          wk-la-ranking.
           MOVE      wk-pr-codigo(wk-pr-idx) TO wk-la-codigo.
           MOVE      wk-pr-descricao(wk-pr-idx) TO wk-la-descricao.
           MOVE      wk-pr-quantidade(wk-pr-idx) TO wk-la-quantidade.
           MOVE      wk-pr-valor(wk-pr-idx) TO  wk-la-valor.
           MOVE      wk-pct-acumulado TO        wk-la-pct.
           WRITE     arqrelmix-linha FROM       wk-lin-abc.
      *---------------------------------------------------------------
       0050-CABECALHO-CRUZADO.

           MOVE      SPACES         TO          wk-lin-cx-cabec.
           MOVE      "PROD  REGIAO      " TO    wk-lin-cx-cabec(1:18).
           PERFORM   0051-CABECALHO-MES
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           wk-ms-qtd.
           MOVE      'VENDAS POR PRODUTO, REGIAO E COMPETENCIA' TO
                                    arqrelmix-linha.
           WRITE     arqrelmix-linha.
           WRITE     arqrelmix-linha FROM       wk-lin-cx-cabec.
      *---------------------------------------------------------------
       0051-CABECALHO-MES.

           MOVE      wk-ms-competencia(wk-ms-idx) TO
                                    wk-lcc-competencia(wk-ms-idx).
      *---------------------------------------------------------------
      *    One QTD and one VLR row per produto and regiao, a month per
      *    column, and the produto's TOTAL rows after its regioes; each
      *    non-empty cell is also a CSV row.
       0060-MONTA-CRUZADO.

           MOVE      'S'            TO          wk-qb-primeiro.
           MOVE      1              TO          wk-pr-idx.
           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           PERFORM   0061-RETURN-CELULA
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
           IF        wk-qb-primeiro EQUAL       'N'
               PERFORM              0063-FECHA-CELULA
               PERFORM              0065-FECHA-REGIAO
               PERFORM              0067-FECHA-PRODUTO
           END-IF.
      *---------------------------------------------------------------
       0061-RETURN-CELULA.

           RETURN    SORT-MIX-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             PERFORM 0062-ACUMULA-CELULA
           END-RETURN.
      *---------------------------------------------------------------
       0062-ACUMULA-CELULA.

           IF        wk-qb-primeiro EQUAL       'S'
               MOVE  'N'            TO          wk-qb-primeiro
               PERFORM              0068-ABRE-PRODUTO
           ELSE
            IF       SORT-PRODUTO   NOT EQUAL   wk-qb-produto
               PERFORM              0063-FECHA-CELULA
               PERFORM              0065-FECHA-REGIAO
               PERFORM              0067-FECHA-PRODUTO
               PERFORM              0068-ABRE-PRODUTO
            ELSE
             IF      SORT-REGIAO    NOT EQUAL   wk-qb-regiao
               PERFORM              0063-FECHA-CELULA
               PERFORM              0065-FECHA-REGIAO
               PERFORM              0069-ABRE-REGIAO
             ELSE
              IF     SORT-COMPETENCIA NOT EQUAL wk-qb-competencia
               PERFORM              0063-FECHA-CELULA
               MOVE  SORT-COMPETENCIA TO        wk-qb-competencia
              END-IF
             END-IF
            END-IF
           END-IF.
           ADD       SORT-QUANTIDADE TO         wk-cel-quantidade.
           ADD       SORT-VALOR     TO          wk-cel-valor.
      *---------------------------------------------------------------
       0063-FECHA-CELULA.

           PERFORM   0064-POSICAO-MES
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           wk-ms-qtd
                OR   wk-ms-competencia(wk-ms-idx) EQUAL
                                    wk-qb-competencia.
           IF        wk-ms-idx      NOT GREATER wk-ms-qtd
               ADD   wk-cel-quantidade TO
                                    wk-rg-quantidade(wk-ms-idx)
                                    wk-pt-quantidade(wk-ms-idx)
               ADD   wk-cel-valor   TO          wk-rg-valor(wk-ms-idx)
                                                 wk-pt-valor(wk-ms-idx)
           END-IF.
           MOVE      wk-qb-produto  TO
                                    arqcsvmix-produto-codigo.
           MOVE      wk-pr-descricao(wk-pr-idx) TO
                                    arqcsvmix-descricao.
           MOVE      wk-qb-regiao   TO          arqcsvmix-regiao-codigo.
           MOVE      wk-qb-competencia TO       arqcsvmix-competencia.
           MOVE      wk-cel-quantidade TO       arqcsvmix-quantidade.
           MOVE      wk-cel-valor   TO          arqcsvmix-valor.
           MOVE      wk-pr-classe(wk-pr-idx) TO arqcsvmix-classe.
           WRITE     arqcsvmix-registro.
           ADD       1              TO          wk-tot-linhas-csv.
           MOVE      ZEROS          TO          wk-cel-quantidade
                                                 wk-cel-valor.
      *---------------------------------------------------------------
       0064-POSICAO-MES.

           CONTINUE.
      *---------------------------------------------------------------
       0065-FECHA-REGIAO.

           MOVE      wk-qb-produto  TO          wk-lcx-produto.
           MOVE      wk-qb-regiao   TO          wk-lcx-regiao-n.
           MOVE      wk-lcx-regiao-n TO         wk-lcx-regiao.
           MOVE      'QTD'          TO          wk-lcx-tipo.
           PERFORM   0066-MONTA-QTD-REGIAO
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           WRITE     arqrelmix-linha FROM       wk-lin-cx.
           MOVE      'VLR'          TO          wk-lcx-tipo.
           PERFORM   0066A-MONTA-VLR-REGIAO
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           WRITE     arqrelmix-linha FROM       wk-lin-cx.
      *---------------------------------------------------------------
       0066-MONTA-QTD-REGIAO.

           MOVE      wk-rg-quantidade(wk-ms-idx) TO
                                    wk-lcx-mes(wk-ms-idx).
      *---------------------------------------------------------------
       0066A-MONTA-VLR-REGIAO.

           MOVE      wk-rg-valor(wk-ms-idx) TO  wk-lcx-mes(wk-ms-idx).
      *---------------------------------------------------------------
       0067-FECHA-PRODUTO.

           MOVE      wk-qb-produto  TO          wk-lcx-produto.
           MOVE      'TOTAL'        TO          wk-lcx-regiao.
           MOVE      'QTD'          TO          wk-lcx-tipo.
           PERFORM   0067A-MONTA-QTD-PRODUTO
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           WRITE     arqrelmix-linha FROM       wk-lin-cx.
           MOVE      'VLR'          TO          wk-lcx-tipo.
           PERFORM   0067B-MONTA-VLR-PRODUTO
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           WRITE     arqrelmix-linha FROM       wk-lin-cx.
           MOVE      SPACES         TO          arqrelmix-linha.
           WRITE     arqrelmix-linha.
      *---------------------------------------------------------------
       0067A-MONTA-QTD-PRODUTO.

           MOVE      wk-pt-quantidade(wk-ms-idx) TO
                                    wk-lcx-mes(wk-ms-idx).
      *---------------------------------------------------------------
       0067B-MONTA-VLR-PRODUTO.

           MOVE      wk-pt-valor(wk-ms-idx) TO  wk-lcx-mes(wk-ms-idx).
      *---------------------------------------------------------------
      *    The product table is in produto order like the sort, so
      *    its row is found by walking forward, never back.
       0068-ABRE-PRODUTO.

           MOVE      SORT-PRODUTO   TO          wk-qb-produto.
           PERFORM   0068A-AVANCA-PRODUTO
             UNTIL   wk-pr-idx      NOT LESS    wk-pr-qtd
              OR     wk-pr-codigo(wk-pr-idx) NOT LESS wk-qb-produto.
           PERFORM   0068B-ZERA-PRODUTO
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           PERFORM   0069-ABRE-REGIAO.
      *---------------------------------------------------------------
       0068A-AVANCA-PRODUTO.

           ADD       1              TO          wk-pr-idx.
      *---------------------------------------------------------------
       0068B-ZERA-PRODUTO.

           MOVE      ZEROS          TO
                                    wk-pt-quantidade(wk-ms-idx)
                                                 wk-pt-valor(wk-ms-idx).
      *---------------------------------------------------------------
       0069-ABRE-REGIAO.

           MOVE      SORT-REGIAO    TO          wk-qb-regiao.
           MOVE      SORT-COMPETENCIA TO        wk-qb-competencia.
           PERFORM   0069A-ZERA-REGIAO
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
      *---------------------------------------------------------------
       0069A-ZERA-REGIAO.

           MOVE      ZEROS          TO
                                    wk-rg-quantidade(wk-ms-idx)
                                                 wk-rg-valor(wk-ms-idx).
      *---------------------------------------------------------------
      *    An interactive run registers its CSV in the report catalog
      *    itself; under the queue the runner does it.
       0090-CATALOGA-CSV.

           OPEN      I-O          ARQFILAREL.
           IF        FS-ARQFILAREL  EQUAL       '05'
            OR       FS-ARQFILAREL  EQUAL       '35'
               CLOSE      ARQFILAREL
               OPEN       OUTPUT      ARQFILAREL
               CLOSE      ARQFILAREL
               OPEN       I-O         ARQFILAREL
           END-IF.
           IF        FS-ARQFILAREL  EQUAL       ZEROS
               MOVE  'FILAREL'      TO          wk-seq-entidade
               CALL  'proximocodigo' USING      wk-seq-entidade
                                                 wk-numero
               MOVE  wk-numero      TO          arqfilarel-numero
               MOVE  'relatoriomix' TO          arqfilarel-programa
               MOVE  '05.26'        TO          arqfilarel-opcao
               MOVE  SPACES         TO          arqfilarel-parametros
               MOVE  wk-comp-ini    TO       arqfilarel-parametros(1:6)
               MOVE  wk-comp-fim    TO       arqfilarel-parametros(7:6)
               MOVE  wk-operador    TO          arqfilarel-operador
               ACCEPT arqfilarel-data-pedido    FROM        DATE
               ACCEPT arqfilarel-hora-pedido    FROM        TIME
               SET   arqfilarel-concluida       TO          TRUE
               ACCEPT arqfilarel-data-execucao  FROM        DATE
               MOVE  wk-caminho-arqcsvmix TO    arqfilarel-arquivo-saida
               WRITE arqfilarel-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQFILAREL
                                                  WK-MSG
               END-WRITE
               CLOSE ARQFILAREL
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQITEMVENDA
               CLOSE ARQVENDA
           END-IF.
           IF        wk-tem-cliente EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-produto EQUAL       'S'
               CLOSE ARQPRODUTO
           END-IF.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program relatoriomix.
