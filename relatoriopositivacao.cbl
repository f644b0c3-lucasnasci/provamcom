       program-id. relatoriopositivacao as "relatoriopositivacao".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendedorselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqrelposselect.cpy".

       data division.

           file section.

           copy "arqvendedorfd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvendafd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqrelposfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqrelpos     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relpos.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-competencia           pic 9(006) value zeros.
           01  wk-competencia-r redefines wk-competencia.
              05 wk-cp-ano              pic 9(004).
              05 wk-cp-mes              pic 9(002).
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-hoje-r redefines wk-hoje.
              05 wk-hj-ano              pic 9(004).
              05 wk-hj-mes              pic 9(002).
              05 wk-hj-dia              pic 9(002).

      *    The twelve competencias of the trend, the last one being
      *    the competencia of the report; a nota falls in month
      *    wk-ms-pos counted from the first.
           01  wk-meses.
              05 wk-ms-idx              pic 9(002) comp value zeros.
              05 wk-ms-pos              pic s9(004) comp value zeros.
              05 wk-ms-base             pic 9(006) comp value zeros.
              05 wk-ms-data-ini         pic 9(008) value zeros.
              05 wk-ms-data-fim         pic 9(008) value zeros.
              05 wk-ms-nota             pic 9(008) value zeros.
              05 wk-ms-nota-r redefines wk-ms-nota.
               07 wk-mn-ano             pic 9(004).
               07 wk-mn-mes             pic 9(002).
               07 wk-mn-dia             pic 9(002).
              05 wk-ms-comp             occurs 12 pic 9(006).

      *    The client being checked: the months it bought in and its
      *    last purchase, for the non-positivado list.
           01  wk-cliente-atual.
              05 wk-cl-anterior         pic 9(007) value zeros.
              05 wk-cl-ultima           pic 9(008) value zeros.
              05 wk-cl-comprou          occurs 12 pic x(001).

           01  wk-vendedor-atual.
              05 wk-va-clientes         pic 9(005) value zeros.
              05 wk-va-positivados      occurs 12 pic 9(005).

      *    Sales structure from arqregiao, each node accumulating the
      *    portfolios of the vendedores under it, month by month.
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
               07 wk-hr-clientes        pic 9(007).
               07 wk-hr-positivados     occurs 12 pic 9(007).

           01  wk-calculo.
              05 wk-pc-clientes         pic 9(007) value zeros.
              05 wk-pc-positivados      pic 9(007) value zeros.
              05 wk-pc-percentual       pic 9(003)v9(001) value zeros.

           01  wk-totais.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-positivados     pic 9(007) value zeros.
              05 wk-tot-percentual      pic 9(003)v9(001) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(037) value
                 "POSITIVACAO DE CLIENTES - COMPETENCIA".
              05 filler                 pic x(001) value space.
              05 wk-lti-competencia     pic 9(006).
           01  wk-lin-cabec.
              05 filler                 pic x(049) value
                 "CODIGO  NOME                     CARTEIRA POSIT".
              05 filler                 pic x(010) value
                 "     %    ".
              05 filler                 pic x(048) value
                 "TENDENCIA 12 MESES (% POSITIVACAO, MAIS ANTIGO".
              05 filler                 pic x(010) value
                 " PRIMEIRO)".
           01  wk-lin-resumo.
              05 wk-lr-tipo             pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-lr-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lr-nome             pic x(024).
              05 filler                 pic x(001) value space.
              05 wk-lr-clientes         pic zzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-lr-positivados      pic zzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-lr-percentual       pic zz9,9.
              05 filler                 pic x(003) value spaces.
              05 wk-lr-tendencia        occurs 12.
               07 wk-lr-mes             pic zz9.
               07 filler                pic x(001).
           01  wk-lin-nao-positivado.
              05 filler                 pic x(004) value spaces.
              05 filler                 pic x(016) value
                 "NAO POSITIVADO ".
              05 wk-ln-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ln-raz-soc          pic x(040).
              05 filler                 pic x(015) value
                 " ULTIMA COMPRA ".
              05 wk-ln-ultima           pic x(008).

           copy "arqvendedorfs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendafs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqrelposfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).
      *    Queue-runner parameters: the competencia (AAAAMM) in bytes
      *    1-6; blank runs the month just closed.
           01  wk-parametros-entrada            pic x(040).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "POSITIVACAO MENSAL POR VENDEDOR".
               05  line  3   col  05 value
                         "Competencia (AAAAMM)".
               05  line  3   col  43   using wk-competencia.
               05  line  4   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA POSITIVACAO (relpos.txt)".
               05  line  3   col  05 VALUE
                         "Vendedores com carteira".
               05  line  3   col  43   using wk-tot-vendedores.
               05  line  4   col  05 VALUE
                         "Clientes ativos atribuidos".
               05  line  4   col  43   using wk-tot-clientes.
               05  line  5   col  05 VALUE
                         "Clientes positivados".
               05  line  5   col  43   using wk-tot-positivados.
               05  line  6   col  05 VALUE
                         "Positivacao da empresa (%)".
               05  line  6   col  43   using wk-tot-percentual.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada
                                wk-parametros-entrada.

       perform       0000-controle.

      *    Under the report queue there is nobody at the screen: the
      *    queued competencia (or the month just closed) runs as-is.
       IF            wk-batch       EQUAL       'S'
           IF        wk-parametros-entrada(1:6) IS NUMERIC
               MOVE  wk-parametros-entrada(1:6) TO wk-competencia
           ELSE
               IF    wk-cp-mes      EQUAL       1
                   MOVE 12          TO          wk-cp-mes
                   SUBTRACT 1       FROM        wk-cp-ano
               ELSE
                   SUBTRACT 1       FROM        wk-cp-mes
               END-IF
           END-IF
           PERFORM   0015-CONSISTE-COMPETENCIA
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
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hj-ano      TO          wk-cp-ano.
           MOVE      wk-hj-mes      TO          wk-cp-mes.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQSAIDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDA
                                                 WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0015-CONSISTE-COMPETENCIA
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0020-GERA-RELATORIO
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    The trend runs the eleven competencias before the chosen
      *    one and the chosen one itself.
       0015-CONSISTE-COMPETENCIA.

           IF        wk-cp-mes      EQUAL       ZEROS
            OR       wk-cp-mes      >           12
            OR       wk-cp-ano      EQUAL       ZEROS
               MOVE  'Competencia invalida'     TO          wk-msg
           ELSE
               COMPUTE wk-ms-base   =  wk-cp-ano * 12 + wk-cp-mes - 12
               PERFORM              0016-MONTA-MES
                 VARYING wk-ms-idx  FROM        1
                   BY    1
                   UNTIL wk-ms-idx  >           12
               COMPUTE wk-ms-data-ini = wk-ms-comp(1) * 100 + 1
               COMPUTE wk-ms-data-fim = wk-competencia * 100 + 99
           END-IF.
      *---------------------------------------------------------------
       0016-MONTA-MES.

           COMPUTE   wk-ms-comp(wk-ms-idx) =
                     ((wk-ms-base + wk-ms-idx - 1) / 12) * 100
                   + (wk-ms-base + wk-ms-idx - 1
                   - ((wk-ms-base + wk-ms-idx - 1) / 12) * 12) + 1.
      *---------------------------------------------------------------
      *    Every ativo vendedor of the empresa with a portfolio gets
      *    their block; the structure rollup closes the report.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           PERFORM   0040-CARREGA-HIERARQUIA.
           OPEN      OUTPUT       ARQRELPOS.
           MOVE      wk-competencia TO          wk-lti-competencia.
           WRITE     arqrelpos-linha FROM       wk-lin-titulo.
           WRITE     arqrelpos-linha FROM       wk-lin-cabec.

           MOVE      LOW-VALUES     TO          ARQVENDEDOR-CHAVE.
           START     ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDEDOR
           END-START.
           PERFORM   0021-LE-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDEDOR.

           MOVE      SPACES         TO          arqrelpos-linha.
           WRITE     arqrelpos-linha.
           MOVE      'ESTRUTURA DE VENDAS' TO   arqrelpos-linha.
           WRITE     arqrelpos-linha.
           PERFORM   0045-IMPRIME-NO
             VARYING wk-hr-idx      FROM        1
               BY    1
               UNTIL wk-hr-idx      >           wk-hr-qtd.

           IF        wk-tot-clientes GREATER    ZEROS
               COMPUTE wk-tot-percentual ROUNDED =
                       wk-tot-positivados * 100 / wk-tot-clientes
           END-IF.
           CLOSE     ARQRELPOS.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-ativo
              AND    arqvendedor-empresa EQUAL  wk-empresa-corrente
                 PERFORM            0022-CARTEIRA-VENDEDOR
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The vendedor's portfolio is today's arqsaida: the trend
      *    shows how the clients they hold now have been buying.
       0022-CARTEIRA-VENDEDOR.

           INITIALIZE               wk-vendedor-atual.
           MOVE      ZEROS          TO          wk-cl-anterior.
           MOVE      arqvendedor-codigo TO
                                    arqsaida-vendedor-codigo.
           START     ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQSAIDA
           END-START.
           PERFORM   0023-LE-ATENDIMENTO
             UNTIL   FS-ARQSAIDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQSAIDA.

           IF        wk-va-clientes GREATER     ZEROS
               PERFORM              0030-RESUMO-VENDEDOR
               PERFORM              0042-SOBE-VENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0023-LE-ATENDIMENTO.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQSAIDA
             ELSE
      *          Both rows of a split account held by the same
      *          vendedor count the client once.
                 IF   arqsaida-cliente-codigo NOT EQUAL
                                    wk-cl-anterior
                     MOVE arqsaida-cliente-codigo TO wk-cl-anterior
                     PERFORM        0024-VERIFICA-CLIENTE
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0024-VERIFICA-CLIENTE.

           MOVE      arqsaida-cliente-codigo TO arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqcliente-ativo
                 ADD  1             TO          wk-va-clientes
                 PERFORM            0025-COMPRAS-CLIENTE
                 PERFORM            0027-CONTA-MESES
                   VARYING wk-ms-idx FROM       1
                     BY  1
                     UNTIL wk-ms-idx >          12
                 IF   wk-cl-comprou(12) NOT EQUAL 'S'
                     PERFORM        0028-NAO-POSITIVADO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A client is positivado in a month when it has a sale that
      *    stands there; cancelled notas and reversals do not count.
       0025-COMPRAS-CLIENTE.

           MOVE      ZEROS          TO          wk-cl-ultima.
           PERFORM   0025A-LIMPA-MES
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           MOVE      arqcliente-codigo TO       arqvenda-cliente-codigo.
           START     ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0026-LE-NOTA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
       0025A-LIMPA-MES.

           MOVE      'N'            TO
                                    wk-cl-comprou(wk-ms-idx).
      *---------------------------------------------------------------
       0026-LE-NOTA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
              IF     arqvenda-normal
               AND   arqvenda-data  NOT GREATER wk-ms-data-fim
                 IF   arqvenda-data GREATER     wk-cl-ultima
                     MOVE arqvenda-data TO      wk-cl-ultima
                 END-IF
                 IF   arqvenda-data NOT LESS    wk-ms-data-ini
                     MOVE arqvenda-data TO      wk-ms-nota
                     COMPUTE wk-ms-pos =
                             wk-mn-ano * 12 + wk-mn-mes - wk-ms-base
                     IF   wk-ms-pos GREATER     ZEROS
                      AND wk-ms-pos NOT GREATER 12
                         MOVE 'S'   TO
                                    wk-cl-comprou(wk-ms-pos)
                     END-IF
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0027-CONTA-MESES.

           IF        wk-cl-comprou(wk-ms-idx) EQUAL 'S'
               ADD   1              TO
                                    wk-va-positivados(wk-ms-idx)
           END-IF.
      *---------------------------------------------------------------
      *    The non-positivados go straight under the vendedor, ready
      *    for next month's visit plan.
       0028-NAO-POSITIVADO.

           MOVE      arqcliente-codigo TO       wk-ln-codigo.
           MOVE      arqcliente-raz-soc TO      wk-ln-raz-soc.
           MOVE      'NUNCA'        TO          wk-ln-ultima.
           IF        wk-cl-ultima   NOT EQUAL   ZEROS
               MOVE  wk-cl-ultima   TO          wk-ln-ultima
           END-IF.
           WRITE     arqrelpos-linha FROM       wk-lin-nao-positivado.
      *---------------------------------------------------------------
       0030-RESUMO-VENDEDOR.

           ADD       1              TO          wk-tot-vendedores.
           ADD       wk-va-clientes TO          wk-tot-clientes.
           ADD       wk-va-positivados(12) TO   wk-tot-positivados.
           MOVE      'V'            TO          wk-lr-tipo.
           MOVE      arqvendedor-codigo TO      wk-lr-codigo.
           MOVE      arqvendedor-nome TO        wk-lr-nome.
           MOVE      wk-va-clientes TO          wk-pc-clientes.
           PERFORM   0031-TENDENCIA-VENDEDOR
             VARYING wk-ms-idx      FROM        1
               BY    1
               UNTIL wk-ms-idx      >           12.
           MOVE      wk-va-positivados(12) TO   wk-pc-positivados.
           PERFORM   0035-PERCENTUAL.
           MOVE      wk-pc-clientes TO          wk-lr-clientes.
           MOVE      wk-pc-positivados TO       wk-lr-positivados.
           MOVE      wk-pc-percentual TO        wk-lr-percentual.
           WRITE     arqrelpos-linha FROM       wk-lin-resumo.
           MOVE      SPACES         TO          arqrelpos-linha.
           WRITE     arqrelpos-linha.
      *---------------------------------------------------------------
       0031-TENDENCIA-VENDEDOR.

           MOVE      wk-va-positivados(wk-ms-idx) TO wk-pc-positivados.
           PERFORM   0035-PERCENTUAL.
           MOVE      wk-pc-percentual TO        wk-lr-mes(wk-ms-idx).
      *---------------------------------------------------------------
       0035-PERCENTUAL.

           IF        wk-pc-clientes GREATER     ZEROS
               COMPUTE wk-pc-percentual ROUNDED =
                       wk-pc-positivados * 100 / wk-pc-clientes
           ELSE
               MOVE  ZEROS          TO          wk-pc-percentual
           END-IF.
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
      *    Climbs the vendedor's regiao up the regiao-pai chain, adding
      *    their portfolio to every level; the level cap stops a chain
      *    damaged outside cadastroregiao from looping.
       0042-SOBE-VENDEDOR.

           MOVE      arqvendedor-regiao-codigo TO wk-hr-busca.
           MOVE      ZEROS          TO          wk-hr-nivel.
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
               ADD   wk-va-clientes TO
                                    wk-hr-clientes(wk-hr-idx)
               PERFORM              0043A-SOMA-MES
                 VARYING wk-ms-idx  FROM        1
                   BY    1
                   UNTIL wk-ms-idx  >           12
               MOVE  wk-hr-pai(wk-hr-idx) TO    wk-hr-busca
           ELSE
               MOVE  ZEROS          TO          wk-hr-busca
           END-IF.
      *---------------------------------------------------------------
       0043A-SOMA-MES.

           ADD       wk-va-positivados(wk-ms-idx) TO
                     wk-hr-positivados(wk-hr-idx wk-ms-idx).
      *---------------------------------------------------------------
       0044-PROCURA-NO.

           IF        wk-hr-codigo(wk-hr-idx) EQUAL wk-hr-busca
               MOVE  'S'            TO          wk-hr-achou
           END-IF.
      *---------------------------------------------------------------
       0045-IMPRIME-NO.

           IF        wk-hr-clientes(wk-hr-idx) GREATER ZEROS
               MOVE  'R'            TO          wk-lr-tipo
               IF    wk-hr-pai(wk-hr-idx) EQUAL ZEROS
                   MOVE 'D'         TO          wk-lr-tipo
               END-IF
               MOVE  wk-hr-codigo(wk-hr-idx) TO wk-lr-codigo
               MOVE  wk-hr-nome(wk-hr-idx) TO   wk-lr-nome
               MOVE  wk-hr-clientes(wk-hr-idx) TO wk-pc-clientes
               PERFORM              0046-TENDENCIA-NO
                 VARYING wk-ms-idx  FROM        1
                   BY    1
                   UNTIL wk-ms-idx  >           12
               MOVE  wk-hr-positivados(wk-hr-idx 12) TO
                                    wk-pc-positivados
               PERFORM              0035-PERCENTUAL
               MOVE  wk-pc-clientes TO          wk-lr-clientes
               MOVE  wk-pc-positivados TO       wk-lr-positivados
               MOVE  wk-pc-percentual TO        wk-lr-percentual
               WRITE arqrelpos-linha FROM       wk-lin-resumo
           END-IF.
      *---------------------------------------------------------------
       0046-TENDENCIA-NO.

           MOVE      wk-hr-positivados(wk-hr-idx wk-ms-idx) TO
                                    wk-pc-positivados.
           PERFORM   0035-PERCENTUAL.
           MOVE      wk-pc-percentual TO        wk-lr-mes(wk-ms-idx).
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDEDOR
               CLOSE ARQSAIDA
               CLOSE ARQCLIENTE
               CLOSE ARQVENDA
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program relatoriopositivacao.
