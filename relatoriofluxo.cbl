       program-id. relatoriofluxo as "relatoriofluxo".

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
           copy "arqrelfluxoselect.cpy".
           copy "arqcsvfluxoselect.cpy".

       data division.

           file section.

           copy "arqtitulofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqpddcfgfd.cpy".
           copy "arqrelfluxofd.cpy".
           copy "arqcsvfluxofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqpddcfg     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pddcfg.dat".
           01  wk-caminho-arqrelfluxo   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relfluxo.txt".
           01  wk-caminho-arqcsvfluxo   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relfluxo.csv".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-clientes        pic x(001) value 'N'.
              05 wk-fim-titulos         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-data-base             pic 9(008) value zeros.
           01  wk-base-int              pic s9(009) comp value zeros.
           01  wk-venc-int              pic s9(009) comp value zeros.
           01  wk-prev-int              pic s9(009) comp value zeros.
           01  wk-dias                  pic s9(005) comp value zeros.

      *    Probability of collecting an overdue parcela, taken as
      *    the complement of what the PDD provisions for its aging
      *    bucket -- em dia, 1-30, 31-60, 61-90, acima de 90 -- so
      *    treasury and the accountants work from the same risk.
           01  wk-percentuais.
              05 wk-pc-em-dia           pic 9(003)v9(002) value 0,50.
              05 wk-pc-ate-30           pic 9(003)v9(002) value 1,00.
              05 wk-pc-ate-60           pic 9(003)v9(002) value 3,00.
              05 wk-pc-ate-90           pic 9(003)v9(002) value 10,00.
              05 wk-pc-acima-90         pic 9(003)v9(002) value 50,00.
           01  wk-percentuais-r redefines wk-percentuais.
              05 wk-pc                  pic 9(003)v9(002) occurs 5.
           01  wk-fx-idx                pic 9(002) comp value zeros.
           01  wk-probabilidade         pic 9(003)v9(002) value zeros.

      *    Columns of the projection: 1 is what is already overdue
      *    by vencimento, 2 to 9 the eight weeks from the base date,
      *    10 whatever falls after them.
           01  wk-semanas.
              05 wk-sm-idx              pic 9(002) comp value zeros.
              05 wk-sm-col              pic 9(002) comp value zeros.
              05 wk-sm-inicio           occurs 8 pic 9(008).

      *    The client being projected: its average delay over the
      *    parcelas it has paid, and its open saldo spread over the
      *    columns both ways.
           01  wk-cliente-atual.
              05 wk-cl-pagos            pic 9(005) value zeros.
              05 wk-cl-soma-atraso      pic 9(009) value zeros.
              05 wk-cl-atraso-medio     pic 9(005) value zeros.
              05 wk-cl-saldo            pic 9(011)v9(002) value zeros.
              05 wk-cl-ajustado-tit     pic 9(011)v9(002) value zeros.
              05 wk-cl-nominal          pic 9(011)v9(002) occurs 10.
              05 wk-cl-ajustado         pic 9(011)v9(002) occurs 10.

      *    Sales structure from arqregiao, each node accumulating the
      *    projections of the clients under it.
           01  wk-hierarquia.
              05 wk-hr-qtd              pic 9(003) comp value zeros.
              05 wk-hr-idx              pic 9(003) comp value zeros.
              05 wk-hr-busca            pic 9(007) value zeros.
              05 wk-hr-achou            pic x(001) value 'N'.
              05 wk-hr-nivel            pic 9(002) comp value zeros.
              05 wk-hr-item             occurs 300 times.
               07 wk-hr-codigo          pic 9(007).
               07 wk-hr-pai             pic 9(007).
               07 wk-hr-nome            pic x(040).
               07 wk-hr-nominal         pic 9(011)v9(002) occurs 10.
               07 wk-hr-ajustado        pic 9(011)v9(002) occurs 10.

      *    The empresa as a whole and the clients outside the
      *    structure.
           01  wk-acum-empresa.
              05 wk-em-nominal          pic 9(011)v9(002) occurs 10.
              05 wk-em-ajustado         pic 9(011)v9(002) occurs 10.
           01  wk-acum-sem-regiao.
              05 wk-sr-nominal          pic 9(011)v9(002) occurs 10.
              05 wk-sr-ajustado         pic 9(011)v9(002) occurs 10.

      *    The node being printed, loaded from one of the above.
           01  wk-no-impressao.
              05 wk-ni-tipo             pic x(001).
              05 wk-ni-codigo           pic 9(007).
              05 wk-ni-nome             pic x(040).
              05 wk-ni-nominal          pic 9(011)v9(002) occurs 10.
              05 wk-ni-ajustado         pic 9(011)v9(002) occurs 10.
              05 wk-ni-tot-nominal      pic 9(011)v9(002).
              05 wk-ni-tot-ajustado     pic 9(011)v9(002).

           01  wk-totais.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-titulos         pic 9(007) value zeros.
              05 wk-tot-nominal         pic 9(011)v9(002) value zeros.
              05 wk-tot-ajustado        pic 9(011)v9(002) value zeros.
              05 wk-tot-linhas-csv      pic 9(007) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(045) value
                 "PROJECAO DE RECEBIMENTOS - 8 SEMANAS A PARTIR".
              05 filler                 pic x(004) value " DE ".
              05 wk-lti-data            pic 9(008).
              05 filler                 pic x(030) value
                 "   (VALORES EM REAIS)".
           01  wk-lin-percentuais.
              05 filler                 pic x(040) value
                 "PROBABILIDADE DE COBRANCA DO VENCIDO:".
              05 filler                 pic x(005) value "1-30 ".
              05 wk-lp-ate-30           pic zz9,99.
              05 filler                 pic x(008) value "  31-60 ".
              05 wk-lp-ate-60           pic zz9,99.
              05 filler                 pic x(008) value "  61-90 ".
              05 wk-lp-ate-90           pic zz9,99.
              05 filler                 pic x(009) value " MAIS90 ".
              05 wk-lp-acima-90         pic zz9,99.
           01  wk-lin-colunas.
              05 filler                 pic x(011) value spaces.
              05 filler                 pic x(011) value
                 "    VENCIDO".
              05 wk-lco-semana          occurs 8.
               07 filler                pic x(003) value spaces.
               07 wk-lco-inicio         pic 9(008).
              05 filler                 pic x(011) value
                 "  POSTERIOR".
              05 filler                 pic x(011) value
                 "      TOTAL".
           01  wk-lin-no.
              05 wk-lno-tipo            pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-lno-codigo          pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lno-nome            pic x(040).
           01  wk-lin-valores.
              05 filler                 pic x(001) value space.
              05 wk-lv-rotulo           pic x(010).
              05 wk-lv-coluna           occurs 10.
               07 filler                pic x(001) value space.
               07 wk-lv-valor           pic zzzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-lv-total            pic zzzzzzzzz9.

           copy "arqtitulofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqpddcfgfs.cpy".
           copy "arqrelfluxofs.cpy".
           copy "arqcsvfluxofs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).
      *    Queue-runner parameters: the base date (AAAAMMDD) in bytes
      *    1-8; blank projects from today.
           01  wk-parametros-entrada            pic x(040).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PROJECAO DE RECEBIMENTOS POR SEMANA E REGIAO".
               05  line  3   col  05 value
                         "Data base (0 = hoje)".
               05  line  3   col  43   using wk-data-base.
               05  line  4   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA PROJECAO (relfluxo.txt / .csv)".
               05  line  3   col  05 VALUE
                         "Clientes com saldo em aberto".
               05  line  3   col  40   using wk-tot-clientes.
               05  line  4   col  05 VALUE
                         "Parcelas projetadas".
               05  line  4   col  40   using wk-tot-titulos.
               05  line  5   col  05 VALUE
                         "Projecao nominal".
               05  line  5   col  40   using wk-tot-nominal.
               05  line  6   col  05 VALUE
                         "Projecao ajustada".
               05  line  6   col  40   using wk-tot-ajustado.
               05  line  7   col  05 VALUE
                         "Linhas no CSV".
               05  line  7   col  40   using wk-tot-linhas-csv.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada
                                wk-parametros-entrada.

       perform       0000-controle.

      *    Under the report queue the Monday run projects from the
      *    queued date, or from today.
       IF            wk-batch       EQUAL       'S'
           IF        wk-parametros-entrada(1:8) IS NUMERIC
               MOVE  wk-parametros-entrada(1:8) TO wk-data-base
           END-IF
           PERFORM   0015-CONSISTE-DATA
           IF        wk-msg         EQUAL       SPACES
            AND      fl-ok          EQUAL       'S'
               PERFORM   0020-GERA-PROJECAO
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

           PERFORM   0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum titulo registrado' TO          wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
      *---------------------------------------------------------------
      *    The percentages the accountants saved on the PDD screen;
      *    the shipped defaults hold until they do.
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
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0015-CONSISTE-DATA
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0020-GERA-PROJECAO
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0015-CONSISTE-DATA.

           IF        wk-data-base   EQUAL       ZEROS
               ACCEPT wk-data-base  FROM        DATE
           END-IF.
           IF        FUNCTION TEST-DATE-YYYYMMDD(wk-data-base)
                                    NOT EQUAL   ZEROS
               MOVE  'Data base invalida'       TO          wk-msg
           ELSE
               COMPUTE wk-base-int  =
                       FUNCTION INTEGER-OF-DATE(wk-data-base)
               PERFORM              0016-MONTA-SEMANA
                 VARYING wk-sm-idx  FROM        1
                   BY    1
                   UNTIL wk-sm-idx  >           8
           END-IF.
      *---------------------------------------------------------------
       0016-MONTA-SEMANA.

           COMPUTE   wk-sm-inicio(wk-sm-idx) =
                     FUNCTION DATE-OF-INTEGER
                              (wk-base-int + (wk-sm-idx - 1) * 7).
      *---------------------------------------------------------------
      *    Every client of the empresa is projected on its own, then
      *    added to the empresa and climbed up the structure; the
      *    report prints the empresa first and the nodes after it.
       0020-GERA-PROJECAO.

           INITIALIZE               wk-totais
                                    wk-acum-empresa
                                    wk-acum-sem-regiao.
           PERFORM   0040-CARREGA-HIERARQUIA.
           OPEN      OUTPUT       ARQRELFLUXO.
           OPEN      OUTPUT       ARQCSVFLUXO.
           MOVE      'regiao;nivel;semana;inicio;nominal;ajustado'
                                    TO          arqcsvfluxo-cabecalho.
           WRITE     arqcsvfluxo-cabecalho.

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           MOVE      wk-empresa-corrente TO     arqcliente-empresa.
           MOVE      'N'            TO          wk-fim-clientes.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-clientes
           END-START.
           PERFORM   0021-LE-CLIENTE
             UNTIL   wk-fim-clientes EQUAL      'S'.

           PERFORM   0030-IMPRIME-CABECALHO.
           MOVE      'E'            TO          wk-ni-tipo.
           MOVE      ZEROS          TO          wk-ni-codigo.
           MOVE      'TOTAL DA EMPRESA' TO      wk-ni-nome.
           PERFORM   0031A-COPIA-EMPRESA
             VARYING wk-sm-col      FROM        1
               BY    1
               UNTIL wk-sm-col      >           10.
           PERFORM   0032-IMPRIME-NO.
           MOVE      wk-ni-tot-nominal TO       wk-tot-nominal.
           MOVE      wk-ni-tot-ajustado TO      wk-tot-ajustado.

           MOVE      SPACES         TO          arqrelfluxo-linha.
           WRITE     arqrelfluxo-linha.
           MOVE      'ESTRUTURA DE VENDAS' TO   arqrelfluxo-linha.
           WRITE     arqrelfluxo-linha.
           PERFORM   0031-IMPRIME-HIERARQUIA
             VARYING wk-hr-idx      FROM        1
               BY    1
               UNTIL wk-hr-idx      >           wk-hr-qtd.

           MOVE      'S'            TO          wk-ni-tipo.
           MOVE      ZEROS          TO          wk-ni-codigo.
           MOVE      'CLIENTES SEM REGIAO' TO   wk-ni-nome.
           PERFORM   0031C-COPIA-SEM-REGIAO
             VARYING wk-sm-col      FROM        1
               BY    1
               UNTIL wk-sm-col      >           10.
           PERFORM   0032-IMPRIME-NO.

           CLOSE     ARQRELFLUXO.
           CLOSE     ARQCSVFLUXO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-clientes
            NOT AT END
             IF      arqcliente-empresa NOT EQUAL wk-empresa-corrente
                 MOVE 'S'           TO          wk-fim-clientes
             ELSE
                 PERFORM            0022-PROJETA-CLIENTE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Two passes over the client's parcelas: the paid ones give
      *    the average delay, the open ones are then projected.
       0022-PROJETA-CLIENTE.

           INITIALIZE               wk-cliente-atual.
           PERFORM   0023-POSICIONA-TITULOS.
           PERFORM   0024-LE-PAGO
             UNTIL   wk-fim-titulos EQUAL       'S'.
           IF        wk-cl-pagos    GREATER     ZEROS
               COMPUTE wk-cl-atraso-medio ROUNDED =
                       wk-cl-soma-atraso / wk-cl-pagos
           END-IF.

           PERFORM   0023-POSICIONA-TITULOS.
           PERFORM   0025-LE-ABERTO
             UNTIL   wk-fim-titulos EQUAL       'S'.

           IF        wk-cl-saldo    GREATER     ZEROS
               ADD   1              TO          wk-tot-clientes
               PERFORM              0027-SOMA-EMPRESA
                 VARYING wk-sm-col  FROM        1
                   BY    1
                   UNTIL wk-sm-col  >           10
               PERFORM              0042-SOBE-CLIENTE
           END-IF.
      *---------------------------------------------------------------
       0023-POSICIONA-TITULOS.

           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           MOVE      'N'            TO          wk-fim-titulos.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-titulos
           END-START.
      *---------------------------------------------------------------
      *    A parcela paid early counts as paid on the day: habits are
      *    measured by how late the client pays, not how early.
       0024-LE-PAGO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-titulos
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-titulos
             ELSE
                 IF   arqtitulo-pago
                  AND arqtitulo-data-pagamento NOT EQUAL ZEROS
                     ADD  1         TO          wk-cl-pagos
                     IF   arqtitulo-data-pagamento GREATER
                                    arqtitulo-vencimento
                         COMPUTE wk-cl-soma-atraso =
                                 wk-cl-soma-atraso
                               + FUNCTION INTEGER-OF-DATE
                                  (arqtitulo-data-pagamento)
                               - FUNCTION INTEGER-OF-DATE
                                  (arqtitulo-vencimento)
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0025-LE-ABERTO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-titulos
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-titulos
             ELSE
                 IF   arqtitulo-aberto
                  AND arqtitulo-valor GREATER   arqtitulo-valor-pago
                     PERFORM        0026-PROJETA-TITULO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Nominal: the open saldo in the week of its vencimento, or
      *    in the overdue column. Adjusted: the vencimento pushed by
      *    the client's average delay, never before the base date,
      *    and an overdue saldo weighed by its chance of collection.
       0026-PROJETA-TITULO.

           ADD       1              TO          wk-tot-titulos.
           COMPUTE   wk-cl-ajustado-tit =       arqtitulo-valor
                                              - arqtitulo-valor-pago.
           ADD       wk-cl-ajustado-tit TO      wk-cl-saldo.
           COMPUTE   wk-venc-int    =
                     FUNCTION INTEGER-OF-DATE(arqtitulo-vencimento).

           IF        wk-venc-int    LESS        wk-base-int
               MOVE  1              TO          wk-sm-col
           ELSE
               MOVE  wk-venc-int    TO          wk-prev-int
               PERFORM              0026A-COLUNA-SEMANA
           END-IF.
           ADD       wk-cl-ajustado-tit TO
                                    wk-cl-nominal(wk-sm-col).

           IF        wk-venc-int    LESS        wk-base-int
               COMPUTE wk-dias      =  wk-base-int - wk-venc-int
               EVALUATE TRUE
                WHEN wk-dias        NOT GREATER 30
                 MOVE 2             TO          wk-fx-idx
                WHEN wk-dias        NOT GREATER 60
                 MOVE 3             TO          wk-fx-idx
                WHEN wk-dias        NOT GREATER 90
                 MOVE 4             TO          wk-fx-idx
                WHEN OTHER
                 MOVE 5             TO          wk-fx-idx
               END-EVALUATE
               COMPUTE wk-probabilidade = 100 - wk-pc(wk-fx-idx)
               COMPUTE wk-cl-ajustado-tit ROUNDED =
                       wk-cl-ajustado-tit * wk-probabilidade / 100
           END-IF.
           COMPUTE   wk-prev-int    =  wk-venc-int
                                     + wk-cl-atraso-medio.
           IF        wk-prev-int    LESS        wk-base-int
               MOVE  wk-base-int    TO          wk-prev-int
           END-IF.
           PERFORM   0026A-COLUNA-SEMANA.
           ADD       wk-cl-ajustado-tit TO
                                    wk-cl-ajustado(wk-sm-col).
      *---------------------------------------------------------------
       0026A-COLUNA-SEMANA.

           COMPUTE   wk-sm-col      =
                     (wk-prev-int - wk-base-int) / 7 + 2.
           IF        wk-sm-col      >           9
               MOVE  10             TO          wk-sm-col
           END-IF.
      *---------------------------------------------------------------
       0027-SOMA-EMPRESA.

           ADD       wk-cl-nominal(wk-sm-col) TO
                                    wk-em-nominal(wk-sm-col).
           ADD       wk-cl-ajustado(wk-sm-col) TO
                                    wk-em-ajustado(wk-sm-col).
      *---------------------------------------------------------------
       0030-IMPRIME-CABECALHO.

           MOVE      wk-data-base   TO          wk-lti-data.
           WRITE     arqrelfluxo-linha FROM     wk-lin-titulo.
           COMPUTE   wk-probabilidade = 100 - wk-pc-ate-30.
           MOVE      wk-probabilidade TO        wk-lp-ate-30.
           COMPUTE   wk-probabilidade = 100 - wk-pc-ate-60.
           MOVE      wk-probabilidade TO        wk-lp-ate-60.
           COMPUTE   wk-probabilidade = 100 - wk-pc-ate-90.
           MOVE      wk-probabilidade TO        wk-lp-ate-90.
           COMPUTE   wk-probabilidade = 100 - wk-pc-acima-90.
           MOVE      wk-probabilidade TO        wk-lp-acima-90.
           WRITE     arqrelfluxo-linha FROM     wk-lin-percentuais.
           PERFORM   0030A-DATA-SEMANA
             VARYING wk-sm-idx      FROM        1
               BY    1
               UNTIL wk-sm-idx      >           8.
           WRITE     arqrelfluxo-linha FROM     wk-lin-colunas.
      *---------------------------------------------------------------
       0030A-DATA-SEMANA.

           MOVE      wk-sm-inicio(wk-sm-idx) TO
                                    wk-lco-inicio(wk-sm-idx).
      *---------------------------------------------------------------
       0031-IMPRIME-HIERARQUIA.

           MOVE      'R'            TO          wk-ni-tipo.
           IF        wk-hr-pai(wk-hr-idx) EQUAL ZEROS
               MOVE  'D'            TO          wk-ni-tipo
           END-IF.
           MOVE      wk-hr-codigo(wk-hr-idx) TO wk-ni-codigo.
           MOVE      wk-hr-nome(wk-hr-idx) TO   wk-ni-nome.
           PERFORM   0031B-COPIA-NO
             VARYING wk-sm-col      FROM        1
               BY    1
               UNTIL wk-sm-col      >           10.
           PERFORM   0032-IMPRIME-NO.
      *---------------------------------------------------------------
       0031A-COPIA-EMPRESA.

           MOVE      wk-em-nominal(wk-sm-col) TO
                                    wk-ni-nominal(wk-sm-col).
           MOVE      wk-em-ajustado(wk-sm-col) TO
                                    wk-ni-ajustado(wk-sm-col).
      *---------------------------------------------------------------
       0031B-COPIA-NO.

           MOVE      wk-hr-nominal(wk-hr-idx wk-sm-col) TO
                                    wk-ni-nominal(wk-sm-col).
           MOVE      wk-hr-ajustado(wk-hr-idx wk-sm-col) TO
                                    wk-ni-ajustado(wk-sm-col).
      *---------------------------------------------------------------
       0031C-COPIA-SEM-REGIAO.

           MOVE      wk-sr-nominal(wk-sm-col) TO
                                    wk-ni-nominal(wk-sm-col).
           MOVE      wk-sr-ajustado(wk-sm-col) TO
                                    wk-ni-ajustado(wk-sm-col).
      *---------------------------------------------------------------
      *    A node with nothing open is left out of both outputs.
       0032-IMPRIME-NO.

           MOVE      ZEROS          TO          wk-ni-tot-nominal
                                                 wk-ni-tot-ajustado.
           PERFORM   0032A-SOMA-COLUNA
             VARYING wk-sm-col      FROM        1
               BY    1
               UNTIL wk-sm-col      >           10.
           IF        wk-ni-tot-nominal GREATER  ZEROS
               MOVE  wk-ni-tipo     TO          wk-lno-tipo
               MOVE  wk-ni-codigo   TO          wk-lno-codigo
               MOVE  wk-ni-nome     TO          wk-lno-nome
               WRITE arqrelfluxo-linha FROM     wk-lin-no
               MOVE  'NOMINAL'      TO          wk-lv-rotulo
               PERFORM              0032B-COLUNA-NOMINAL
                 VARYING wk-sm-col  FROM        1
                   BY    1
                   UNTIL wk-sm-col  >           10
               MOVE  wk-ni-tot-nominal TO       wk-lv-total
               WRITE arqrelfluxo-linha FROM     wk-lin-valores
               MOVE  'AJUSTADO'     TO          wk-lv-rotulo
               PERFORM              0032C-COLUNA-AJUSTADA
                 VARYING wk-sm-col  FROM        1
                   BY    1
                   UNTIL wk-sm-col  >           10
               MOVE  wk-ni-tot-ajustado TO      wk-lv-total
               WRITE arqrelfluxo-linha FROM     wk-lin-valores
               PERFORM              0033-GRAVA-CSV
                 VARYING wk-sm-col  FROM        1
                   BY    1
                   UNTIL wk-sm-col  >           10
           END-IF.
      *---------------------------------------------------------------
       0032A-SOMA-COLUNA.

           ADD       wk-ni-nominal(wk-sm-col) TO wk-ni-tot-nominal.
           ADD       wk-ni-ajustado(wk-sm-col) TO
                                    wk-ni-tot-ajustado.
      *---------------------------------------------------------------
       0032B-COLUNA-NOMINAL.

           MOVE      wk-ni-nominal(wk-sm-col) TO
                                    wk-lv-valor(wk-sm-col).
      *---------------------------------------------------------------
       0032C-COLUNA-AJUSTADA.

           MOVE      wk-ni-ajustado(wk-sm-col) TO
                                    wk-lv-valor(wk-sm-col).
      *---------------------------------------------------------------
       0033-GRAVA-CSV.

           MOVE      wk-ni-codigo   TO
                                    arqcsvfluxo-regiao-codigo.
           MOVE      wk-ni-tipo     TO          arqcsvfluxo-nivel.
           COMPUTE   arqcsvfluxo-semana =       wk-sm-col - 1.
           EVALUATE  wk-sm-col
            WHEN     1
             MOVE    ZEROS          TO          arqcsvfluxo-inicio
            WHEN     10
             COMPUTE arqcsvfluxo-inicio =
                     FUNCTION DATE-OF-INTEGER(wk-base-int + 56)
            WHEN     OTHER
             MOVE    wk-sm-inicio(wk-sm-col - 1) TO
                                    arqcsvfluxo-inicio
           END-EVALUATE.
           MOVE      wk-ni-nominal(wk-sm-col) TO arqcsvfluxo-nominal.
           MOVE      wk-ni-ajustado(wk-sm-col) TO
                                    arqcsvfluxo-ajustado.
           MOVE      ';'            TO   arqcsvfluxo-registro(8:1)
                                         arqcsvfluxo-registro(10:1)
                                         arqcsvfluxo-registro(13:1)
                                         arqcsvfluxo-registro(22:1)
                                         arqcsvfluxo-registro(38:1).
           WRITE     arqcsvfluxo-registro.
           ADD       1              TO          wk-tot-linhas-csv.
      *---------------------------------------------------------------
       0040-CARREGA-HIERARQUIA.

           MOVE      ZEROS          TO          wk-hr-qtd.
           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO   EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQREGIAO-CHAVE
               START ARQREGIAO      KEY IS      NOT LESS
                                    ARQREGIAO-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQREGIAO
               END-START
               PERFORM              0041-CARREGA-NO
                 UNTIL FS-ARQREGIAO EQUAL       '10'
               CLOSE ARQREGIAO
           END-IF.
      *---------------------------------------------------------------
       0041-CARREGA-NO.

           READ      ARQREGIAO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQREGIAO
            NOT AT END
             IF      arqregiao-empresa EQUAL    wk-empresa-corrente
              AND    wk-hr-qtd      <           300
                 ADD  1             TO          wk-hr-qtd
                 INITIALIZE         wk-hr-item(wk-hr-qtd)
                 MOVE arqregiao-codigo TO       wk-hr-codigo(wk-hr-qtd)
                 MOVE arqregiao-pai TO          wk-hr-pai(wk-hr-qtd)
                 MOVE arqregiao-nome TO         wk-hr-nome(wk-hr-qtd)
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Climbs the client's regiao up the regiao-pai chain, adding
      *    its projection to every level; the level cap stops a chain
      *    damaged outside cadastroregiao from looping. A client whose
      *    regiao is not in the structure lands in SEM REGIAO.
       0042-SOBE-CLIENTE.

           MOVE      arqcliente-regiao-codigo TO wk-hr-busca.
           MOVE      ZEROS          TO          wk-hr-nivel.
           IF        wk-hr-busca    EQUAL       ZEROS
               PERFORM              0043B-SOMA-SEM-REGIAO
                 VARYING wk-sm-col  FROM        1
                   BY    1
                   UNTIL wk-sm-col  >           10
           END-IF.
           PERFORM   0043-SOBE-ACUMULANDO
             UNTIL   wk-hr-busca    EQUAL       ZEROS
              OR     wk-hr-nivel    >           10.
      *---------------------------------------------------------------
       0043-SOBE-ACUMULANDO.

           ADD       1              TO          wk-hr-nivel.
           MOVE      'N'            TO          wk-hr-achou.
           PERFORM   0044-PROCURA-NO
             VARYING wk-hr-idx      FROM        1
               BY    1
               UNTIL wk-hr-idx      >           wk-hr-qtd
                OR   wk-hr-achou    EQUAL       'S'.
           IF        wk-hr-achou    EQUAL       'S'
               SUBTRACT 1           FROM        wk-hr-idx
               PERFORM              0043A-SOMA-COLUNA
                 VARYING wk-sm-col  FROM        1
                   BY    1
                   UNTIL wk-sm-col  >           10
               MOVE  wk-hr-pai(wk-hr-idx) TO    wk-hr-busca
           ELSE
               IF    wk-hr-nivel    EQUAL       1
                   PERFORM          0043B-SOMA-SEM-REGIAO
                     VARYING wk-sm-col FROM     1
                       BY  1
                       UNTIL wk-sm-col >        10
               END-IF
               MOVE  ZEROS          TO          wk-hr-busca
           END-IF.
      *---------------------------------------------------------------
       0043A-SOMA-COLUNA.

           ADD       wk-cl-nominal(wk-sm-col) TO
                     wk-hr-nominal(wk-hr-idx wk-sm-col).
           ADD       wk-cl-ajustado(wk-sm-col) TO
                     wk-hr-ajustado(wk-hr-idx wk-sm-col).
      *---------------------------------------------------------------
       0043B-SOMA-SEM-REGIAO.

           ADD       wk-cl-nominal(wk-sm-col) TO
                                    wk-sr-nominal(wk-sm-col).
           ADD       wk-cl-ajustado(wk-sm-col) TO
                                    wk-sr-ajustado(wk-sm-col).
      *---------------------------------------------------------------
       0044-PROCURA-NO.

           IF        wk-hr-codigo(wk-hr-idx) EQUAL wk-hr-busca
               MOVE  'S'            TO          wk-hr-achou
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQTITULO
               CLOSE ARQCLIENTE
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program relatoriofluxo.
