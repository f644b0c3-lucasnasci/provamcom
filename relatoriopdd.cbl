       program-id. relatoriopdd as "relatoriopdd".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqtituloselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqpddcfgselect.cpy".
           copy "arqrelpddselect.cpy".
           select    sort-pdd-work assign to "SORTPDD".

       data division.

           file section.

           copy "arqtitulofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqpddcfgfd.cpy".

           copy "arqrelpddfd.cpy".

           SD  SORT-PDD-WORK.
           01  SORT-PDD-REG.
               05 SORT-REGIAO           pic  9(007).
               05 SORT-DIAS-ATRASO      pic s9(005).
               05 SORT-VALOR            pic  9(009)v9(002).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqpddcfg     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pddcfg.dat".
           01  wk-caminho-arqrelpdd     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relpdd.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-tem-regiao          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

           01  wk-data-referencia       pic 9(008) value zeros.
           01  wk-ref-int               pic s9(009) comp value zeros.
           01  wk-venc-int              pic s9(009) comp value zeros.

      *    Percentage of the open saldo provisioned in each aging
      *    bucket -- em dia, 1-30, 31-60, 61-90, acima de 90. The
      *    shipped defaults hold until the accountants save their own.
           01  wk-percentuais.
              05 wk-pc-em-dia           pic 9(003)v9(002) value 0,50.
              05 wk-pc-ate-30           pic 9(003)v9(002) value 1,00.
              05 wk-pc-ate-60           pic 9(003)v9(002) value 3,00.
              05 wk-pc-ate-90           pic 9(003)v9(002) value 10,00.
              05 wk-pc-acima-90         pic 9(003)v9(002) value 50,00.
           01  wk-percentuais-r redefines wk-percentuais.
              05 wk-pc                  pic 9(003)v9(002) occurs 5.

      *    Saldo and provision per bucket of the regiao being printed,
      *    and the same for the whole empresa.
           01  wk-quebra.
              05 wk-regiao-atual        pic 9(007) value zeros.
              05 wk-primeiro            pic x(001) value 'S'.
              05 wk-fx-idx              pic 9(002) comp value zeros.
           01  wk-acum-regiao.
              05 wk-rg-saldo            pic 9(011)v9(002) occurs 5.
              05 wk-rg-provisao         pic 9(011)v9(002) occurs 5.
              05 wk-rg-tot-saldo        pic 9(011)v9(002).
              05 wk-rg-tot-provisao     pic 9(011)v9(002).
           01  wk-acum-geral.
              05 wk-gr-saldo            pic 9(011)v9(002) occurs 5.
              05 wk-gr-provisao         pic 9(011)v9(002) occurs 5.
              05 wk-gr-tot-saldo        pic 9(011)v9(002).
              05 wk-gr-tot-provisao     pic 9(011)v9(002).

           01  wk-totais.
              05 wk-tot-titulos         pic 9(007) value zeros.
              05 wk-tot-regioes         pic 9(005) value zeros.
              05 wk-tot-saldo           pic 9(011)v9(002) value zeros.
              05 wk-tot-provisao        pic 9(011)v9(002) value zeros.

           01  wk-lin-cabec1.
              05 filler                 pic x(040) value
                 "PROVISAO PARA DEVEDORES DUVIDOSOS EM    ".
              05 wk-cab-data            pic 9(008).
           01  wk-lin-percentuais.
              05 filler                 pic x(021) value
                 "PERCENTUAIS   EM DIA ".
              05 wk-lp-em-dia           pic zz9,99.
              05 filler                 pic x(008) value "  ATE30 ".
              05 wk-lp-ate-30           pic zz9,99.
              05 filler                 pic x(008) value "  ATE60 ".
              05 wk-lp-ate-60           pic zz9,99.
              05 filler                 pic x(008) value "  ATE90 ".
              05 wk-lp-ate-90           pic zz9,99.
              05 filler                 pic x(009) value "  MAIS90 ".
              05 wk-lp-acima-90         pic zz9,99.
           01  wk-lin-colunas.
              05 filler                 pic x(048) value
                 "                        EM DIA            ATE30".
              05 filler                 pic x(054) value
                 "            ATE60            ATE90           MAIS90".
              05 filler                 pic x(018) value
                 "            TOTAL".
           01  wk-lin-regiao.
              05 filler                 pic x(007) value "REGIAO ".
              05 wk-rg-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-rg-nome             pic x(040).
           01  wk-lin-valores.
              05 filler                 pic x(002) value spaces.
              05 wk-lv-rotulo           pic x(010).
              05 wk-lv-faixa            occurs 5.
               07 filler                pic x(001) value space.
               07 wk-lv-valor           pic zz.zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-lv-total            pic zz.zzz.zzz.zz9,99.
           01  wk-lin-total.
              05 filler                 pic x(040) value
                 "TOTAL DA EMPRESA".

           copy "arqtitulofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqpddcfgfs.cpy".
           copy "arqrelpddfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PROVISAO PARA DEVEDORES DUVIDOSOS (PDD)".
               05  line  3   col  05 value
                         "Data de referencia (0 = hoje)".
               05  line  3   col  43   using wk-data-referencia.
               05  line  5   col  05 value
                         "% provisao - em dia".
               05  line  5   col  43   using wk-pc-em-dia.
               05  line  6   col  05 value
                         "% provisao - 1 a 30 dias".
               05  line  6   col  43   using wk-pc-ate-30.
               05  line  7   col  05 value
                         "% provisao - 31 a 60 dias".
               05  line  7   col  43   using wk-pc-ate-60.
               05  line  8   col  05 value
                         "% provisao - 61 a 90 dias".
               05  line  8   col  43   using wk-pc-ate-90.
               05  line  9   col  05 value
                         "% provisao - acima de 90 dias".
               05  line  9   col  43   using wk-pc-acima-90.
               05  line  11  col  05 value
                         "1 Gerar relatorio".
               05  line  11  col  43   using wk-opcao.
               05  line  12  col  05 value
                         "2 Gravar os percentuais".
               05  line  13  col  05 value
                         "9 Encerrar".
               05  line  15  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA PROVISAO".
               05  line  3   col  05 VALUE
                         "Titulos em aberto".
               05  line  3   col  40   using wk-tot-titulos.
               05  line  4   col  05 VALUE
                         "Regioes".
               05  line  4   col  40   using wk-tot-regioes.
               05  line  5   col  05 VALUE
                         "Saldo em aberto".
               05  line  5   col  40   using wk-tot-saldo.
               05  line  6   col  05 VALUE
                         "Provisao calculada".
               05  line  6   col  40   using wk-tot-provisao.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           PERFORM   0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nenhum titulo registrado'  TO          wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
      *    The regiao names are a courtesy: the report still foots
      *    by code without them.
           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO   EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-regiao
           END-IF.
      *---------------------------------------------------------------
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQPDDCFG.
           IF        FS-ARQPDDCFG   EQUAL       ZEROS
               READ  ARQPDDCFG
                AT END
                 CONTINUE
                NOT AT END
                 MOVE arqpddcfg-em-dia TO       wk-pc-em-dia
                 MOVE arqpddcfg-ate-30 TO       wk-pc-ate-30
                 MOVE arqpddcfg-ate-60 TO       wk-pc-ate-60
                 MOVE arqpddcfg-ate-90 TO       wk-pc-ate-90
                 MOVE arqpddcfg-acima-90 TO     wk-pc-acima-90
               END-READ
               CLOSE ARQPDDCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQPDDCFG.
           MOVE      wk-pc-em-dia   TO          arqpddcfg-em-dia.
           MOVE      wk-pc-ate-30   TO          arqpddcfg-ate-30.
           MOVE      wk-pc-ate-60   TO          arqpddcfg-ate-60.
           MOVE      wk-pc-ate-90   TO          arqpddcfg-ate-90.
           MOVE      wk-pc-acima-90 TO          arqpddcfg-acima-90.
           WRITE     arqpddcfg-registro.
           CLOSE     ARQPDDCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           initialize wk-msg.
           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-GERA-PROVISAO
           END-IF.

           IF          WK-OPCAO      EQUAL      2
             PERFORM   0006-GRAVA-CONFIGURACAO
             MOVE      'Percentuais gravados'    TO          wk-msg
             INITIALIZE WK-OPCAO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    The open saldo of every titulo of the empresa, aged as of
      *    the reference date and sorted by the client's regiao; each
      *    regiao prints its saldo and provision per bucket, and the
      *    empresa total closes the report for the month-end entry.
       0020-GERA-PROVISAO.

           IF        wk-data-referencia EQUAL    ZEROS
               ACCEPT wk-data-referencia FROM    DATE
           END-IF.
           COMPUTE   wk-ref-int =
                     FUNCTION INTEGER-OF-DATE(wk-data-referencia).

           INITIALIZE wk-totais
                      wk-acum-geral.
           OPEN      OUTPUT       ARQRELPDD.
           MOVE      wk-data-referencia TO       wk-cab-data.
           WRITE     arqrelpdd-linha FROM        wk-lin-cabec1.
           MOVE      wk-pc-em-dia   TO           wk-lp-em-dia.
           MOVE      wk-pc-ate-30   TO           wk-lp-ate-30.
           MOVE      wk-pc-ate-60   TO           wk-lp-ate-60.
           MOVE      wk-pc-ate-90   TO           wk-lp-ate-90.
           MOVE      wk-pc-acima-90 TO           wk-lp-acima-90.
           WRITE     arqrelpdd-linha FROM        wk-lin-percentuais.
           WRITE     arqrelpdd-linha FROM        wk-lin-colunas.

           SORT      SORT-PDD-WORK
                     ON ASCENDING KEY        SORT-REGIAO
                     INPUT PROCEDURE IS      0021-CARREGA-TITULOS
                     OUTPUT PROCEDURE IS     0023-LISTA-PROVISAO.

           CLOSE     ARQRELPDD.
           DISPLAY   SC-TELA-RESUMO.
           ACCEPT    SC-TELA-RESUMO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CARREGA-TITULOS.

           MOVE      ZEROS          TO           arqtitulo-numero-nf
                                                  arqtitulo-parcela.
           START     ARQTITULO      KEY IS       NOT LESS
                                    ARQTITULO-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQTITULO
           END-START.
           PERFORM   0022-RELEASE-TITULO
             UNTIL   FS-ARQTITULO   EQUAL        '10'.
      *---------------------------------------------------------------
      *    Only aberto parcelas carry risk: paid, cancelled,
      *    renegotiated and written-off ones are out of the base.
       0022-RELEASE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-aberto
                 MOVE arqtitulo-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS       ARQCLIENTE-CODIGO
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   IF arqcliente-empresa EQUAL   wk-empresa-corrente
                       MOVE arqcliente-regiao-codigo TO SORT-REGIAO
                       COMPUTE SORT-VALOR =  arqtitulo-valor
                                           - arqtitulo-valor-pago
                       COMPUTE wk-venc-int =
                               FUNCTION INTEGER-OF-DATE
                                        (arqtitulo-vencimento)
                       COMPUTE SORT-DIAS-ATRASO =
                               wk-ref-int - wk-venc-int
                       RELEASE SORT-PDD-REG
                   END-IF
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-LISTA-PROVISAO.

           MOVE      'N'            TO           WK-FIM-ORDENACAO.
           MOVE      'S'            TO           wk-primeiro.
           PERFORM   0024-RETURN-TITULO
             UNTIL   WK-FIM-ORDENACAO EQUAL      'S'.
           IF        wk-primeiro    NOT EQUAL    'S'
               PERFORM              0026-TOTAIS-REGIAO
           END-IF.

           WRITE     arqrelpdd-linha FROM        wk-lin-total.
           MOVE      'SALDO'        TO           wk-lv-rotulo.
           PERFORM   0027A-SALDO-GERAL
             VARYING wk-fx-idx      FROM         1
               BY    1
               UNTIL wk-fx-idx      >            5.
           MOVE      wk-gr-tot-saldo TO          wk-lv-total.
           WRITE     arqrelpdd-linha FROM        wk-lin-valores.
           MOVE      'PROVISAO'     TO           wk-lv-rotulo.
           PERFORM   0027B-PROVISAO-GERAL
             VARYING wk-fx-idx      FROM         1
               BY    1
               UNTIL wk-fx-idx      >            5.
           MOVE      wk-gr-tot-provisao TO       wk-lv-total.
           WRITE     arqrelpdd-linha FROM        wk-lin-valores.

           MOVE      wk-gr-tot-saldo TO          wk-tot-saldo.
           MOVE      wk-gr-tot-provisao TO       wk-tot-provisao.
      *---------------------------------------------------------------
       0024-RETURN-TITULO.

           RETURN    SORT-PDD-WORK
            AT END
             MOVE    'S'            TO           WK-FIM-ORDENACAO
            NOT AT END
             PERFORM 0025-ACUMULA-TITULO
           END-RETURN.
      *---------------------------------------------------------------
       0025-ACUMULA-TITULO.

           IF        SORT-REGIAO    NOT EQUAL    wk-regiao-atual
            OR       wk-primeiro    EQUAL        'S'
               IF    wk-primeiro    NOT EQUAL    'S'
                   PERFORM          0026-TOTAIS-REGIAO
               END-IF
               MOVE  'N'            TO           wk-primeiro
               MOVE  SORT-REGIAO    TO           wk-regiao-atual
               INITIALIZE           wk-acum-regiao
           END-IF.

           EVALUATE  TRUE
            WHEN     SORT-DIAS-ATRASO NOT GREATER ZEROS
             MOVE    1              TO           wk-fx-idx
            WHEN     SORT-DIAS-ATRASO NOT GREATER 30
             MOVE    2              TO           wk-fx-idx
            WHEN     SORT-DIAS-ATRASO NOT GREATER 60
             MOVE    3              TO           wk-fx-idx
            WHEN     SORT-DIAS-ATRASO NOT GREATER 90
             MOVE    4              TO           wk-fx-idx
            WHEN     OTHER
             MOVE    5              TO           wk-fx-idx
           END-EVALUATE.
           ADD       SORT-VALOR     TO           wk-rg-saldo(wk-fx-idx)
                                                 wk-rg-tot-saldo.
           ADD       1              TO           wk-tot-titulos.
      *---------------------------------------------------------------
      *    The provision is taken per regiao and bucket, and the
      *    empresa total is the sum of the regioes -- so the report
      *    foots to the cent the accountants post.
       0026-TOTAIS-REGIAO.

           ADD       1              TO           wk-tot-regioes.
           MOVE      wk-regiao-atual TO          wk-rg-codigo.
           MOVE      'SEM REGIAO CADASTRADA'     TO          wk-rg-nome.
           IF        wk-tem-regiao  EQUAL        'S'
               MOVE  wk-empresa-corrente TO      arqregiao-empresa
               MOVE  wk-regiao-atual TO          arqregiao-codigo
               READ  ARQREGIAO      KEY IS       ARQREGIAO-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqregiao-nome TO          wk-rg-nome
               END-READ
           END-IF.
           WRITE     arqrelpdd-linha FROM        wk-lin-regiao.

           MOVE      ZEROS          TO           wk-rg-tot-provisao.
           PERFORM   0026A-PROVISAO-FAIXA
             VARYING wk-fx-idx      FROM         1
               BY    1
               UNTIL wk-fx-idx      >            5.

           MOVE      'SALDO'        TO           wk-lv-rotulo.
           PERFORM   0026B-SALDO-REGIAO
             VARYING wk-fx-idx      FROM         1
               BY    1
               UNTIL wk-fx-idx      >            5.
           MOVE      wk-rg-tot-saldo TO          wk-lv-total.
           WRITE     arqrelpdd-linha FROM        wk-lin-valores.
           MOVE      'PROVISAO'     TO           wk-lv-rotulo.
           PERFORM   0026C-PROVISAO-REGIAO
             VARYING wk-fx-idx      FROM         1
               BY    1
               UNTIL wk-fx-idx      >            5.
           MOVE      wk-rg-tot-provisao TO       wk-lv-total.
           WRITE     arqrelpdd-linha FROM        wk-lin-valores.

           ADD       wk-rg-tot-saldo TO          wk-gr-tot-saldo.
           ADD       wk-rg-tot-provisao TO       wk-gr-tot-provisao.
      *---------------------------------------------------------------
       0026A-PROVISAO-FAIXA.

           COMPUTE   wk-rg-provisao(wk-fx-idx) ROUNDED =
                     wk-rg-saldo(wk-fx-idx) * wk-pc(wk-fx-idx) / 100.
           ADD       wk-rg-provisao(wk-fx-idx) TO
                                    wk-rg-tot-provisao.
           ADD       wk-rg-saldo(wk-fx-idx) TO
                                    wk-gr-saldo(wk-fx-idx).
           ADD       wk-rg-provisao(wk-fx-idx) TO
                                    wk-gr-provisao(wk-fx-idx).
      *---------------------------------------------------------------
       0026B-SALDO-REGIAO.

           MOVE      wk-rg-saldo(wk-fx-idx) TO
                                    wk-lv-valor(wk-fx-idx).
      *---------------------------------------------------------------
       0026C-PROVISAO-REGIAO.

           MOVE      wk-rg-provisao(wk-fx-idx) TO
                                    wk-lv-valor(wk-fx-idx).
      *---------------------------------------------------------------
       0027A-SALDO-GERAL.

           MOVE      wk-gr-saldo(wk-fx-idx) TO
                                    wk-lv-valor(wk-fx-idx).
      *---------------------------------------------------------------
       0027B-PROVISAO-GERAL.

           MOVE      wk-gr-provisao(wk-fx-idx) TO
                                    wk-lv-valor(wk-fx-idx).
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL        'S'
               CLOSE ARQTITULO
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-regiao  EQUAL        'S'
               CLOSE ARQREGIAO
           END-IF.
           GOBACK.
           exit program.

           end program relatoriopdd.
