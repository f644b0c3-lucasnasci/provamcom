       program-id. conciliatotais as "conciliatotais".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendaselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqcomissaoselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqrateioselect.cpy".
           copy "arqfiscalselect.cpy".
           copy "arqrelconciliaselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqdevolucaoselect.cpy".

       data division.

           file section.

           copy "arqvendafd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqcomissaofd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqrateiofd.cpy".
           copy "arqfiscalfd.cpy".
           copy "arqrelconciliafd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqdevolucaofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqcomissao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comissao.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqrateio     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rateio.dat".
           01  wk-caminho-arqfiscal     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\fiscal.dat".
           01  wk-caminho-arqrelconcilia
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\concilia.txt".
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqdevolucao  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\devolucao.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-item            pic x(001) value 'N'.
              05 wk-tem-comissao        pic x(001) value 'N'.
              05 wk-tem-baixa           pic x(001) value 'N'.
              05 wk-tem-rateio          pic x(001) value 'N'.
              05 wk-fim-vendas          pic x(001) value 'N'.
              05 wk-fim-leitura         pic x(001) value 'N'.
              05 wk-fim-baixa           pic x(001) value 'N'.
              05 wk-fim-ledger          pic x(001) value 'N'.
              05 wk-tem-periodo         pic x(001) value 'N'.
              05 wk-tem-devolucao       pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-competencia           pic 9(006) value zeros.
           01  wk-competencia-r redefines wk-competencia.
              05 wk-cp-ano              pic 9(004).
              05 wk-cp-mes              pic 9(002).
           01  wk-comp-venda            pic 9(006) value zeros.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-agora                 pic 9(008) value zeros.

      *    The nota under check and what its children add up to.
           01  wk-nota.
              05 wk-nt-nf               pic 9(009) value zeros.
              05 wk-nt-itens            pic 9(005) value zeros.
              05 wk-nt-soma-itens       pic 9(011)v9(002) value zeros.
              05 wk-nt-titulos          pic 9(005) value zeros.
              05 wk-nt-soma-titulos     pic 9(011)v9(002) value zeros.
              05 wk-nt-abertos          pic 9(005) value zeros.
              05 wk-nt-valor-origem     pic 9(011)v9(002) value zeros.
              05 wk-nt-devolvido        pic 9(011)v9(002) value zeros.
              05 wk-nt-esperado         pic 9(011)v9(002) value zeros.

      *    The vendedor whose ledger rows are being checked: the base
      *    frozen on them and the base the stamped notas, receipts
      *    and splits of the competencia add back up to.
           01  wk-ledger.
              05 wk-lg-vendedor         pic 9(007) value zeros.
              05 wk-lg-regime           pic x(001) value spaces.
              05 wk-lg-base             pic s9(011)v9(002) value zeros.
              05 wk-lg-recalculo        pic s9(011)v9(002) value zeros.
              05 wk-lg-rateio           pic s9(011)v9(002) value zeros.
              05 wk-lg-conta            pic x(001) value 'N'.

      *    The fiscal file as it was shipped, counted and hashed the
      *    way exportafiscal builds its trailer, against the notas
      *    of the competencia on file.
           01  wk-fiscal.
              05 wk-fi-qtd              pic 9(007) value zeros.
              05 wk-fi-hash             pic 9(015) value zeros.
              05 wk-fi-valor            pic 9(013)v9(002) value zeros.
              05 wk-fi-trailer          pic x(001) value 'N'.
              05 wk-fi-ctl-qtd          pic 9(007) value zeros.
              05 wk-fi-ctl-hash         pic 9(015) value zeros.
              05 wk-fi-outra            pic x(001) value 'N'.
              05 wk-fi-comp             pic 9(006) value zeros.
              05 wk-vd-qtd              pic 9(007) value zeros.
              05 wk-vd-valor            pic 9(013)v9(002) value zeros.

      *    One competencia's figures.
           01  wk-apuracao.
              05 wk-ap-notas            pic 9(007) value zeros.
              05 wk-ap-sem-itens        pic 9(007) value zeros.
              05 wk-ap-vendas           pic 9(013)v9(002) value zeros.
              05 wk-ap-estornos         pic 9(013)v9(002) value zeros.
              05 wk-ap-liquido          pic s9(013)v9(002) value zeros.
              05 wk-ap-vendedores       pic 9(007) value zeros.
              05 wk-ap-qb-itens         pic 9(007) value zeros.
              05 wk-ap-qb-titulos       pic 9(007) value zeros.
              05 wk-ap-qb-estornos      pic 9(007) value zeros.
              05 wk-ap-qb-comissao      pic 9(007) value zeros.
              05 wk-ap-qb-fiscal        pic 9(007) value zeros.
              05 wk-ap-quebras          pic 9(007) value zeros.

           01  wk-totais.
              05 wk-tot-competencias    pic 9(003) value zeros.
              05 wk-tot-notas           pic 9(007) value zeros.
              05 wk-tot-quebras         pic 9(007) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(048) value
                 "CONCILIACAO DE TOTAIS DE CONTROLE - COMPETENCIA".
              05 wk-lti-competencia     pic 9(006).
              05 filler                 pic x(012) value
                 "   EMITIDO  ".
              05 wk-lti-hoje            pic 9(008).
           01  wk-lin-quebra.
              05 filler                 pic x(007) value "QUEBRA ".
              05 wk-lq-controle         pic x(010).
              05 filler                 pic x(004) value " NF ".
              05 wk-lq-nf               pic 9(009).
              05 filler                 pic x(010) value " VENDEDOR ".
              05 wk-lq-vendedor         pic 9(007).
              05 filler                 pic x(010) value " ESPERADO ".
              05 wk-lq-esperado         pic -(010)9,99.
              05 filler                 pic x(009) value " APURADO ".
              05 wk-lq-apurado          pic -(010)9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-lq-texto            pic x(040).
           01  wk-lin-resumo.
              05 wk-lr-rotulo           pic x(040).
              05 wk-lr-qtd              pic zzz.zz9.
              05 filler                 pic x(010) value
                 "  QUEBRAS ".
              05 wk-lr-quebras          pic zz.zz9.
              05 filler                 pic x(008) value
                 "  VALOR ".
              05 wk-lr-valor            pic -(012)9,99.
           01  wk-lin-nota              pic x(132) value spaces.

           copy "arqvendafs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqcomissaofs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqrateiofs.cpy".
           copy "arqfiscalfs.cpy".
           copy "arqrelconciliafs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqdevolucaofs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONCILIACAO DE TOTAIS DE CONTROLE".
               05  line  3   col  05 value
                         "Competencia (AAAAMM)".
               05  line  3   col  43   using wk-competencia.
               05  line  4   col  05 value
                         "1 Conciliar / 9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA CONCILIACAO (concilia.txt)".
               05  line  3   col  05 VALUE
                         "Notas conferidas".
               05  line  3   col  40   using wk-tot-notas.
               05  line  4   col  05 VALUE
                         "Vendedores conferidos no ledger".
               05  line  4   col  40   using wk-ap-vendedores.
               05  line  5   col  05 VALUE
                         "Quebras encontradas".
               05  line  5   col  40   using wk-tot-quebras.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    Every night the month in progress and the month just
      *    closed are proved -- the first for the notas posted today,
      *    the second for the commission and fiscal figures that only
      *    exist once a month is shut. A break fails the step.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               OPEN  OUTPUT       ARQRELCONCILIA
               PERFORM              0020-CONCILIA-COMPETENCIA
               IF    wk-cp-mes      EQUAL       1
                   MOVE 12          TO          wk-cp-mes
                   SUBTRACT 1       FROM        wk-cp-ano
               ELSE
                   SUBTRACT 1       FROM        wk-cp-mes
               END-IF
               PERFORM              0020-CONCILIA-COMPETENCIA
               PERFORM              0080-TOTAL-GERAL
               CLOSE ARQRELCONCILIA
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
           COMPUTE   wk-competencia =  wk-hoje / 100.

           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDA
                                                 WK-MSG
           END-IF.
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
      *    Notas loaded without items, an empresa that never closed
      *    a commission, no receipts and no splits yet: each missing
      *    file only leaves its own check out.
           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA EQUAL      ZEROS
               MOVE  'S'            TO          wk-tem-item
           END-IF.
           OPEN      INPUT        ARQCOMISSAO.
           IF        FS-ARQCOMISSAO EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-comissao
           END-IF.
           OPEN      INPUT        ARQBAIXA.
           IF        FS-ARQBAIXA    EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-baixa
           END-IF.
           OPEN      INPUT        ARQRATEIO.
           IF        FS-ARQRATEIO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-rateio
           END-IF.
           OPEN      INPUT        ARQDEVOLUCAO.
           IF        FS-ARQDEVOLUCAO EQUAL      ZEROS
               MOVE  'S'            TO          wk-tem-devolucao
           END-IF.
      *    The result of each run goes on the month's period row,
      *    where the close checklist of 05.09 looks for it.
           OPEN      I-O          ARQPERIODO.
           IF        FS-ARQPERIODO  EQUAL       '05'
            OR       FS-ARQPERIODO  EQUAL       '35'
               CLOSE      ARQPERIODO
               OPEN       OUTPUT      ARQPERIODO
               CLOSE      ARQPERIODO
               OPEN       I-O         ARQPERIODO
           END-IF.
           IF        FS-ARQPERIODO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-periodo
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             IF        wk-cp-mes     EQUAL      ZEROS
              OR       wk-cp-mes     >          12
              OR       wk-cp-ano     EQUAL      ZEROS
                 MOVE  'Competencia invalida'   TO          wk-msg
             ELSE
                 INITIALIZE         wk-totais
                 OPEN  OUTPUT       ARQRELCONCILIA
                 PERFORM            0020-CONCILIA-COMPETENCIA
                 PERFORM            0080-TOTAL-GERAL
                 CLOSE ARQRELCONCILIA
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    One competencia: the notas against their items and
      *    titulos, the commission ledger against the sales it
      *    claims, the fiscal file against the notas.
       0020-CONCILIA-COMPETENCIA.

           INITIALIZE               wk-apuracao
                                    wk-fiscal.
           ADD       1              TO          wk-tot-competencias.
           MOVE      wk-competencia TO          wk-lti-competencia.
           MOVE      wk-hoje        TO          wk-lti-hoje.
           WRITE     arqrelconcilia-linha FROM  wk-lin-titulo.
           MOVE      SPACES         TO          arqrelconcilia-linha.
           WRITE     arqrelconcilia-linha.

           MOVE      ZEROS          TO          arqvenda-numero-nf.
           MOVE      'N'            TO          wk-fim-vendas.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'S'            TO          wk-fim-vendas
           END-START.
           PERFORM   0021-LE-VENDA
             UNTIL   wk-fim-vendas  EQUAL       'S'.

           IF        wk-tem-comissao EQUAL      'S'
               PERFORM              0050-CONFERE-LEDGER
           END-IF.
           PERFORM   0060-CONFERE-FISCAL.
           PERFORM   0070-RESUMO-COMPETENCIA.
           IF        wk-tem-periodo EQUAL       'S'
               PERFORM              0075-REGISTRA-RESULTADO
           END-IF.
      *---------------------------------------------------------------
       0021-LE-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-vendas
            NOT AT END
             COMPUTE wk-comp-venda = arqvenda-data / 100
             IF      wk-comp-venda  EQUAL       wk-competencia
                 MOVE arqvenda-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   IF arqcliente-empresa EQUAL  wk-empresa-corrente
                       PERFORM      0022-CONFERE-NOTA
                   END-IF
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The primary browse stays where it is: the checks below
      *    only read other files, and the origin of a reversal is
      *    read by key before the browse is repositioned on it.
       0022-CONFERE-NOTA.

           ADD       1              TO          wk-ap-notas
                                                 wk-tot-notas
                                                 wk-vd-qtd.
           ADD       arqvenda-valor TO          wk-vd-valor.
           IF        arqvenda-estorno
               ADD   arqvenda-valor TO          wk-ap-estornos
           ELSE
               ADD   arqvenda-valor TO          wk-ap-vendas
           END-IF.
           MOVE      arqvenda-numero-nf TO      wk-nt-nf.

      *    A partial return carries items of its own; a full
      *    reversal has none and mirrors its original.
           IF        arqvenda-estorno
               MOVE  ZEROS          TO          wk-nt-itens
               IF    wk-tem-item    EQUAL       'S'
                   PERFORM          0024-SOMA-ITENS
               END-IF
               IF    wk-nt-itens    GREATER     ZEROS
                   PERFORM          0031-CONFERE-DEVOLUCAO
               ELSE
                   PERFORM          0030-CONFERE-ESTORNO
               END-IF
           ELSE
               IF    wk-tem-item    EQUAL       'S'
                   PERFORM          0025-CONFERE-ITENS
               END-IF
           END-IF.
           PERFORM   0040-CONFERE-TITULOS.
      *---------------------------------------------------------------
      *    A nota's header total is the sum of its items. A nota
      *    loaded without items has nothing to prove it against and
      *    is only counted.
       0025-CONFERE-ITENS.

           PERFORM   0024-SOMA-ITENS.

           IF        wk-nt-itens    EQUAL       ZEROS
               ADD   1              TO          wk-ap-sem-itens
           ELSE
               PERFORM              0027-QUEBRA-ITENS
           END-IF.
      *---------------------------------------------------------------
       0024-SOMA-ITENS.

           MOVE      ZEROS          TO          wk-nt-itens
                                                 wk-nt-soma-itens.
           MOVE      wk-nt-nf       TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0026-SOMA-ITEM
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0026-SOMA-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-nt-nf
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 ADD  1             TO          wk-nt-itens
                 ADD  arqitemvenda-valor-total TO wk-nt-soma-itens
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0027-QUEBRA-ITENS.

           IF        wk-nt-soma-itens NOT EQUAL arqvenda-valor
               ADD   1              TO          wk-ap-qb-itens
               MOVE  'ITENS'        TO          wk-lq-controle
               MOVE  arqvenda-vendedor-codigo TO wk-lq-vendedor
               MOVE  arqvenda-valor TO          wk-lq-esperado
               MOVE  wk-nt-soma-itens TO        wk-lq-apurado
               MOVE  'TOTAL DA NOTA DIFERE DA SOMA DOS ITENS'
                                    TO          wk-lq-texto
               PERFORM              0090-GRAVA-QUEBRA
           END-IF.
      *---------------------------------------------------------------
      *    A reversal takes back exactly what its original invoiced:
      *    same value, and the original flagged estornada.
       0030-CONFERE-ESTORNO.

           MOVE      arqvenda-valor TO          wk-lq-apurado.
           MOVE      arqvenda-vendedor-codigo TO wk-lq-vendedor.
           MOVE      arqvenda-valor TO          wk-nt-valor-origem.
           MOVE      arqvenda-nf-origem TO      arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             ADD     1              TO          wk-ap-qb-estornos
             MOVE    'ESTORNO'      TO          wk-lq-controle
             MOVE    ZEROS          TO          wk-lq-esperado
             MOVE    'NOTA DE ORIGEM NAO ENCONTRADA'
                                    TO          wk-lq-texto
             PERFORM 0090-GRAVA-QUEBRA
            NOT INVALID KEY
             IF      arqvenda-valor NOT EQUAL   wk-nt-valor-origem
              OR     NOT arqvenda-estornada
                 ADD  1             TO          wk-ap-qb-estornos
                 MOVE 'ESTORNO'     TO          wk-lq-controle
                 MOVE arqvenda-valor TO         wk-lq-esperado
                 IF   arqvenda-estornada
                     MOVE 'ESTORNO DIFERE DO VALOR DA ORIGEM'
                                    TO          wk-lq-texto
                 ELSE
                     MOVE 'ORIGEM NAO MARCADA COMO ESTORNADA'
                                    TO          wk-lq-texto
                 END-IF
                 PERFORM            0090-GRAVA-QUEBRA
             END-IF
           END-READ.
      *    Back on the reversal, and the browse picks up after it.
           MOVE      wk-nt-nf       TO          arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'S'            TO          wk-fim-vendas
           END-READ.
           START     ARQVENDA       KEY IS      GREATER
                                    ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'S'            TO          wk-fim-vendas
           END-START.
      *---------------------------------------------------------------
      *    A partial return adds up to its own items and takes back
      *    no more than its original invoiced; the original stays
      *    live, since only part of it came back.
       0031-CONFERE-DEVOLUCAO.

           PERFORM   0027-QUEBRA-ITENS.
           MOVE      arqvenda-valor TO          wk-lq-apurado.
           MOVE      arqvenda-vendedor-codigo TO wk-lq-vendedor.
           MOVE      arqvenda-valor TO          wk-nt-valor-origem.
           MOVE      arqvenda-nf-origem TO      arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             ADD     1              TO          wk-ap-qb-estornos
             MOVE    'DEVOLUCAO'    TO          wk-lq-controle
             MOVE    ZEROS          TO          wk-lq-esperado
             MOVE    'NOTA DE ORIGEM NAO ENCONTRADA'
                                    TO          wk-lq-texto
             PERFORM 0090-GRAVA-QUEBRA
            NOT INVALID KEY
             IF      arqvenda-valor LESS        wk-nt-valor-origem
              OR     arqvenda-estornada
                 ADD  1             TO          wk-ap-qb-estornos
                 MOVE 'DEVOLUCAO'   TO          wk-lq-controle
                 MOVE arqvenda-valor TO         wk-lq-esperado
                 IF   arqvenda-estornada
                     MOVE 'ORIGEM ESTORNADA APOS DEVOLUCAO'
                                    TO          wk-lq-texto
                 ELSE
                     MOVE 'DEVOLUCAO EXCEDE O VALOR DA ORIGEM'
                                    TO          wk-lq-texto
                 END-IF
                 PERFORM            0090-GRAVA-QUEBRA
             END-IF
           END-READ.
           MOVE      wk-nt-nf       TO          arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'S'            TO          wk-fim-vendas
           END-READ.
           START     ARQVENDA       KEY IS      GREATER
                                    ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'S'            TO          wk-fim-vendas
           END-START.
      *---------------------------------------------------------------
      *    The parcelas re-add to the nota whatever became of them --
      *    paid, renegotiated or written off, the debt was issued.
      *    A cancelled nota may keep what was paid but nothing open;
      *    a reversal issues no parcelas of its own. What partial
      *    returns took off the nota's parcelas is owed no longer;
      *    the credits they left the client are not debt and stay
      *    out of the sum.
       0040-CONFERE-TITULOS.

           MOVE      ZEROS          TO          wk-nt-titulos
                                                 wk-nt-soma-titulos
                                                 wk-nt-abertos.
           MOVE      wk-nt-nf       TO          arqtitulo-numero-nf.
           MOVE      ZEROS          TO          arqtitulo-parcela.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0041-SOMA-TITULO
             UNTIL   wk-fim-leitura EQUAL       'S'.
           MOVE      ZEROS          TO          wk-nt-devolvido.
           IF        wk-tem-devolucao EQUAL     'S'
            AND      NOT arqvenda-estorno
               PERFORM              0043-SOMA-DEVOLVIDO
           END-IF.
           COMPUTE   wk-nt-esperado = arqvenda-valor - wk-nt-devolvido.

           MOVE      'TITULOS'      TO          wk-lq-controle.
           MOVE      arqvenda-vendedor-codigo TO wk-lq-vendedor.
           MOVE      wk-nt-soma-titulos TO      wk-lq-apurado.
           EVALUATE  TRUE
            WHEN     arqvenda-estorno
             IF      wk-nt-titulos  GREATER     ZEROS
                 MOVE ZEROS         TO          wk-lq-esperado
                 MOVE 'ESTORNO COM PARCELAS PROPRIAS'
                                    TO          wk-lq-texto
                 PERFORM            0042-QUEBRA-TITULO
             END-IF
            WHEN     wk-nt-titulos  EQUAL       ZEROS
             MOVE    arqvenda-valor TO          wk-lq-esperado
             MOVE    'NOTA SEM PARCELAS'        TO          wk-lq-texto
             PERFORM 0042-QUEBRA-TITULO
            WHEN     wk-nt-soma-titulos NOT EQUAL wk-nt-esperado
             MOVE    wk-nt-esperado TO          wk-lq-esperado
             MOVE    'PARCELAS NAO SOMAM O TOTAL DA NOTA'
                                    TO          wk-lq-texto
             PERFORM 0042-QUEBRA-TITULO
            WHEN     arqvenda-estornada
             AND     wk-nt-abertos  GREATER     ZEROS
             MOVE    ZEROS          TO          wk-lq-esperado
             MOVE    'NOTA ESTORNADA COM PARCELA EM ABERTO'
                                    TO          wk-lq-texto
             PERFORM 0042-QUEBRA-TITULO
           END-EVALUATE.
      *---------------------------------------------------------------
       0041-SOMA-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqtitulo-numero-nf NOT EQUAL wk-nt-nf
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   NOT arqtitulo-credito
                     ADD  1         TO          wk-nt-titulos
                     ADD  arqtitulo-valor TO    wk-nt-soma-titulos
                 END-IF
                 IF   arqtitulo-aberto
                     ADD  1         TO          wk-nt-abertos
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0042-QUEBRA-TITULO.

           ADD       1              TO          wk-ap-qb-titulos.
           PERFORM   0090-GRAVA-QUEBRA.
      *---------------------------------------------------------------
      *    What the returns against the nota took off its parcelas,
      *    from their document rows (sequencia 000).
       0043-SOMA-DEVOLVIDO.

           MOVE      wk-nt-nf       TO          arqdevolucao-nf-origem.
           MOVE      ZEROS          TO          arqdevolucao-sequencia
                                                 arqdevolucao-numero-nf.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQDEVOLUCAO   KEY IS      NOT LESS
                                    ARQDEVOLUCAO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0044-LE-DEVOLVIDO
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0044-LE-DEVOLVIDO.

           READ      ARQDEVOLUCAO   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqdevolucao-nf-origem NOT EQUAL wk-nt-nf
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqdevolucao-sequencia EQUAL ZEROS
                     ADD  arqdevolucao-valor TO wk-nt-devolvido
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The ledger of the competencia, vendedor by vendedor: the
      *    bases of the vendedor's own and rescisao rows together
      *    against what the notas, receipts and splits stamped with
      *    this competencia add up to. Supervision rows are built
      *    from those same bases and are not proved twice; campaign
      *    bonus rows carry the value sold under campaigns and are
      *    left out too.
       0050-CONFERE-LEDGER.

           MOVE      wk-empresa-corrente TO     arqcomissao-empresa.
           MOVE      wk-competencia TO          arqcomissao-competencia.
           MOVE      ZEROS          TO
                                    arqcomissao-vendedor-codigo.
           MOVE      LOW-VALUES     TO          arqcomissao-lancamento.
           MOVE      'N'            TO          wk-fim-ledger.
           INITIALIZE               wk-ledger.
           START     ARQCOMISSAO    KEY IS      NOT LESS
                                    ARQCOMISSAO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-ledger
           END-START.
           PERFORM   0051-LE-LEDGER
             UNTIL   wk-fim-ledger  EQUAL       'S'.
           IF        wk-lg-conta    EQUAL       'S'
               PERFORM              0052-CONFERE-VENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0051-LE-LEDGER.

           READ      ARQCOMISSAO    NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-ledger
            NOT AT END
             IF      arqcomissao-empresa NOT EQUAL wk-empresa-corrente
              OR     arqcomissao-competencia NOT EQUAL wk-competencia
                 MOVE 'S'           TO          wk-fim-ledger
             ELSE
                 IF   arqcomissao-vendedor-codigo NOT EQUAL
                                    wk-lg-vendedor
                     IF   wk-lg-conta EQUAL     'S'
                         PERFORM    0052-CONFERE-VENDEDOR
                     END-IF
                     INITIALIZE     wk-ledger
                     MOVE arqcomissao-vendedor-codigo TO
                                    wk-lg-vendedor
                 END-IF
                 IF   NOT arqcomissao-supervisao
                  AND NOT arqcomissao-incentivo
                     MOVE 'S'       TO          wk-lg-conta
                     MOVE arqcomissao-regime TO wk-lg-regime
                     ADD  arqcomissao-base TO   wk-lg-base
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0052-CONFERE-VENDEDOR.

           ADD       1              TO          wk-ap-vendedores.
           MOVE      ZEROS          TO          wk-lg-recalculo.
           PERFORM   0053-SOMA-NOTAS.
           IF        wk-tem-baixa   EQUAL       'S'
               PERFORM              0055-SOMA-RECEBIMENTOS
           END-IF.
           IF        wk-tem-rateio  EQUAL       'S'
               PERFORM              0057-SOMA-RATEIOS
           END-IF.
           IF        wk-lg-recalculo NOT EQUAL  wk-lg-base
               ADD   1              TO          wk-ap-qb-comissao
               MOVE  'COMISSAO'     TO          wk-lq-controle
               MOVE  wk-lg-vendedor TO          wk-lq-vendedor
               MOVE  ZEROS          TO          wk-nt-nf
               MOVE  wk-lg-recalculo TO         wk-lq-esperado
               MOVE  wk-lg-base     TO          wk-lq-apurado
               MOVE  'BASE DO LEDGER DIFERE DAS VENDAS APURADAS'
                                    TO          wk-lq-texto
               PERFORM              0090-GRAVA-QUEBRA
           END-IF.
      *---------------------------------------------------------------
      *    Notas the closing settled on the competencia basis under
      *    this competencia; a reversal comes off.
       0053-SOMA-NOTAS.

           MOVE      wk-lg-vendedor TO
                                    arqvenda-vendedor-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0054-LE-NOTA-VENDEDOR
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0054-LE-NOTA-VENDEDOR.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqvenda-vendedor-codigo NOT EQUAL
                                    wk-lg-vendedor
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqvenda-comp-apurada EQUAL wk-competencia
                  AND NOT arqvenda-apurada-caixa
                     IF   arqvenda-estorno
                         SUBTRACT arqvenda-valor FROM
                                    wk-lg-recalculo
                     ELSE
                         ADD  arqvenda-valor TO wk-lg-recalculo
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Principal received under this competencia on notas settled
      *    on the caixa basis -- or with no nota behind them, when the
      *    competencia itself was closed on that basis. On a split
      *    nota the coparticipante's share of it stayed off.
       0055-SOMA-RECEBIMENTOS.

           MOVE      wk-lg-vendedor TO
                                    arqbaixa-vendedor-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQBAIXA       KEY IS      EQUAL
                                    ARQBAIXA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0056-LE-RECEBIMENTO
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0056-LE-RECEBIMENTO.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqbaixa-vendedor-codigo NOT EQUAL
                                    wk-lg-vendedor
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqbaixa-comp-apurada EQUAL wk-competencia
                     MOVE arqbaixa-numero-nf TO arqvenda-numero-nf
                     READ ARQVENDA  KEY IS      ARQVENDA-NUMERO-NF
                      INVALID KEY
                       IF wk-lg-regime EQUAL    'X'
                           ADD arqbaixa-valor-principal TO
                                    wk-lg-recalculo
                       END-IF
                      NOT INVALID KEY
                       IF arqvenda-apurada-caixa
                           ADD arqbaixa-valor-principal TO
                                    wk-lg-recalculo
                           IF arqbaixa-rateio NOT EQUAL SPACE
                            AND wk-tem-rateio EQUAL 'S'
                               PERFORM 0056A-PARTE-RECEBIMENTO
                               SUBTRACT wk-lg-rateio FROM
                                    wk-lg-recalculo
                           END-IF
                       END-IF
                     END-READ
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0056A-PARTE-RECEBIMENTO.

           MOVE      ZEROS          TO          wk-lg-rateio.
           MOVE      arqbaixa-numero-nf TO      arqrateio-numero-nf.
           READ      ARQRATEIO      KEY IS      ARQRATEIO-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             COMPUTE wk-lg-rateio ROUNDED =
                     arqbaixa-valor-principal * arqrateio-percentual
                   / 100
           END-READ.
      *---------------------------------------------------------------
      *    Split shares taken under this competencia: off the titular,
      *    onto the coparticipante, as the closing moved them -- for a
      *    caixa nota, the coparticipante's share of the receipts the
      *    closing paid them.
       0057-SOMA-RATEIOS.

           MOVE      wk-lg-vendedor TO
                                    arqrateio-titular-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-TITULAR-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0058-LE-RATEIO-TITULAR
             UNTIL   wk-fim-leitura EQUAL       'S'.

           MOVE      wk-lg-vendedor TO
                                    arqrateio-vendedor-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0059-LE-RATEIO-COPARTICIPANTE
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0058-LE-RATEIO-TITULAR.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqrateio-titular-codigo NOT EQUAL
                                    wk-lg-vendedor
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqrateio-comp-titular EQUAL wk-competencia
                     PERFORM        0059A-VALOR-RATEIO
                     SUBTRACT wk-lg-rateio FROM wk-lg-recalculo
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0059-LE-RATEIO-COPARTICIPANTE.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqrateio-vendedor-codigo NOT EQUAL
                                    wk-lg-vendedor
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqrateio-comp-vendedor EQUAL wk-competencia
                     PERFORM        0059A-VALOR-RATEIO
                     ADD  wk-lg-rateio TO       wk-lg-recalculo
                 END-IF
                 IF   wk-tem-baixa  EQUAL       'S'
                     PERFORM        0059B-RATEIO-RECEBIMENTOS
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The share moved only when the nota was settled on the
      *    competencia basis; caixa notas were just marked swept.
       0059A-VALOR-RATEIO.

           MOVE      ZEROS          TO          wk-lg-rateio.
           MOVE      arqrateio-numero-nf TO     arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      NOT arqvenda-apurada-caixa
                 COMPUTE wk-lg-rateio ROUNDED =
                         arqvenda-valor * arqrateio-percentual / 100
                 IF   arqvenda-estorno
                     COMPUTE wk-lg-rateio = ZEROS - wk-lg-rateio
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0059B-RATEIO-RECEBIMENTOS.

           MOVE      arqrateio-numero-nf TO     arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'S'            TO          wk-fim-baixa
            NOT INVALID KEY
             IF      arqvenda-apurada-caixa
                 MOVE 'N'           TO          wk-fim-baixa
             ELSE
                 MOVE 'S'           TO          wk-fim-baixa
             END-IF
           END-READ.
           IF        wk-fim-baixa   EQUAL       'N'
               MOVE  arqrateio-numero-nf TO     arqbaixa-numero-nf
               MOVE  ZEROS          TO          arqbaixa-parcela
                                                 arqbaixa-sequencia
               START ARQBAIXA       KEY IS      NOT LESS
                                    ARQBAIXA-CHAVE
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-baixa
               END-START
           END-IF.
           PERFORM   0059C-LE-RATEIO-RECEBIDO
             UNTIL   wk-fim-baixa   EQUAL       'S'.
      *---------------------------------------------------------------
       0059C-LE-RATEIO-RECEBIDO.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-baixa
            NOT AT END
             IF      arqbaixa-numero-nf NOT EQUAL
                                    arqrateio-numero-nf
                 MOVE 'S'           TO          wk-fim-baixa
             ELSE
                 IF   arqbaixa-comp-rateio EQUAL wk-competencia
                     COMPUTE wk-lg-rateio ROUNDED =
                             arqbaixa-valor-principal
                           * arqrateio-percentual / 100
                     ADD  wk-lg-rateio TO       wk-lg-recalculo
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    fiscal.dat holds the last competencia shipped. When it is
      *    this one, its trailer must agree with its own detail and
      *    the detail with the notas on file; when it is another, or
      *    the month has not shipped, there is nothing to prove.
       0060-CONFERE-FISCAL.

           OPEN      INPUT        ARQFISCAL.
           IF        FS-ARQFISCAL   EQUAL       ZEROS
               PERFORM              0061-LE-FISCAL
                 UNTIL FS-ARQFISCAL NOT EQUAL   ZEROS
               CLOSE ARQFISCAL
           END-IF.
           IF        wk-fi-qtd      EQUAL       ZEROS
            OR       wk-fi-outra    EQUAL       'S'
               MOVE  SPACES         TO          wk-lin-nota
               STRING 'ARQUIVO FISCAL DA COMPETENCIA NAO GERADO - '
                      'CONFERENCIA FISCAL NAO REALIZADA'
                      DELIMITED BY SIZE INTO wk-lin-nota
               WRITE arqrelconcilia-linha FROM wk-lin-nota
           ELSE
               MOVE  'FISCAL'       TO          wk-lq-controle
               MOVE  ZEROS          TO          wk-nt-nf
                                                 wk-lq-vendedor
               IF    wk-fi-trailer  NOT EQUAL   'S'
                   MOVE wk-fi-qtd   TO          wk-lq-esperado
                   MOVE ZEROS       TO          wk-lq-apurado
                   MOVE 'ARQUIVO FISCAL SEM TRAILER'
                                    TO          wk-lq-texto
                   PERFORM          0063-QUEBRA-FISCAL
               ELSE
                   IF wk-fi-ctl-qtd NOT EQUAL   wk-fi-qtd
                       MOVE wk-fi-qtd TO        wk-lq-esperado
                       MOVE wk-fi-ctl-qtd TO    wk-lq-apurado
                       MOVE 'QUANTIDADE DO TRAILER FISCAL'
                                    TO          wk-lq-texto
                       PERFORM      0063-QUEBRA-FISCAL
                   END-IF
                   IF wk-fi-ctl-hash NOT EQUAL  wk-fi-hash
                       MOVE wk-fi-hash TO       wk-lq-esperado
                       MOVE wk-fi-ctl-hash TO   wk-lq-apurado
                       MOVE 'HASH DO TRAILER FISCAL'
                                    TO          wk-lq-texto
                       PERFORM      0063-QUEBRA-FISCAL
                   END-IF
               END-IF
               IF    wk-fi-qtd      NOT EQUAL   wk-vd-qtd
                   MOVE wk-vd-qtd   TO          wk-lq-esperado
                   MOVE wk-fi-qtd   TO          wk-lq-apurado
                   MOVE 'NOTAS NO FISCAL X NOTAS EM ARQVENDA'
                                    TO          wk-lq-texto
                   PERFORM          0063-QUEBRA-FISCAL
               END-IF
               IF    wk-fi-valor    NOT EQUAL   wk-vd-valor
                   MOVE wk-vd-valor TO          wk-lq-esperado
                   MOVE wk-fi-valor TO          wk-lq-apurado
                   MOVE 'VALOR NO FISCAL X VALOR EM ARQVENDA'
                                    TO          wk-lq-texto
                   PERFORM          0063-QUEBRA-FISCAL
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The hash is rebuilt with the same ADD into the same
      *    picture exportafiscal uses, so both sides round alike.
       0061-LE-FISCAL.

           READ      ARQFISCAL
            AT END
             MOVE    '10'           TO          FS-ARQFISCAL
            NOT AT END
             EVALUATE TRUE
              WHEN   arqfiscal-ctl-trailer
               MOVE  'S'            TO          wk-fi-trailer
               MOVE  arqfiscal-ctl-qtd TO       wk-fi-ctl-qtd
               MOVE  arqfiscal-ctl-hash TO      wk-fi-ctl-hash
              WHEN   arqfiscal-tipo EQUAL       'D'
               COMPUTE wk-fi-comp   =  arqfiscal-data / 100
               IF    wk-fi-comp     NOT EQUAL   wk-competencia
                   MOVE 'S'         TO          wk-fi-outra
               END-IF
               ADD   1              TO          wk-fi-qtd
               ADD   arqfiscal-valor TO         wk-fi-hash
               ADD   arqfiscal-valor TO         wk-fi-valor
              WHEN   OTHER
               CONTINUE
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0063-QUEBRA-FISCAL.

           ADD       1              TO          wk-ap-qb-fiscal.
           PERFORM   0090-GRAVA-QUEBRA.
      *---------------------------------------------------------------
       0070-RESUMO-COMPETENCIA.

           MOVE      SPACES         TO          arqrelconcilia-linha.
           WRITE     arqrelconcilia-linha.
           COMPUTE   wk-ap-liquido  =  wk-ap-vendas - wk-ap-estornos.
           MOVE      'NOTAS x ITENS'
                                    TO          wk-lr-rotulo.
           MOVE      wk-ap-notas    TO          wk-lr-qtd.
           MOVE      wk-ap-qb-itens TO          wk-lr-quebras.
           MOVE      wk-ap-vendas   TO          wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
           MOVE      'NOTAS SEM ITENS (NAO CONFERIDAS)'
                                    TO          wk-lr-rotulo.
           MOVE      wk-ap-sem-itens TO         wk-lr-qtd.
           MOVE      ZEROS          TO          wk-lr-quebras
                                                 wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
           MOVE      'ESTORNOS x NOTAS DE ORIGEM'
                                    TO          wk-lr-rotulo.
           MOVE      wk-ap-qb-estornos TO       wk-lr-quebras.
           MOVE      wk-ap-estornos TO          wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
           MOVE      'NOTAS x TITULOS (LIQUIDO DE ESTORNOS)'
                                    TO          wk-lr-rotulo.
           MOVE      wk-ap-notas    TO          wk-lr-qtd.
           MOVE      wk-ap-qb-titulos TO        wk-lr-quebras.
           MOVE      wk-ap-liquido  TO          wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
           MOVE      'LEDGER DE COMISSAO x VENDAS'
                                    TO          wk-lr-rotulo.
           MOVE      wk-ap-vendedores TO        wk-lr-qtd.
           MOVE      wk-ap-qb-comissao TO       wk-lr-quebras.
           MOVE      ZEROS          TO          wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
           MOVE      'ARQUIVO FISCAL x VENDAS'
                                    TO          wk-lr-rotulo.
           MOVE      wk-fi-qtd      TO          wk-lr-qtd.
           MOVE      wk-ap-qb-fiscal TO         wk-lr-quebras.
           MOVE      wk-fi-valor    TO          wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
           MOVE      SPACES         TO          arqrelconcilia-linha.
           WRITE     arqrelconcilia-linha.
      *---------------------------------------------------------------
      *    A month with no period row yet is open; the row is
      *    created open so the result has somewhere to live.
       0075-REGISTRA-RESULTADO.

           COMPUTE   wk-ap-quebras  =  wk-ap-qb-itens
                                     +  wk-ap-qb-titulos
                                     +  wk-ap-qb-estornos
                                     +  wk-ap-qb-comissao
                                     +  wk-ap-qb-fiscal.
           ACCEPT    wk-agora       FROM        TIME.
           MOVE      wk-empresa-corrente TO     arqperiodo-empresa.
           MOVE      wk-competencia TO          arqperiodo-competencia.
           READ      ARQPERIODO     KEY IS      ARQPERIODO-CHAVE
            INVALID KEY
             INITIALIZE              arqperiodo-registro
             MOVE    wk-empresa-corrente TO     arqperiodo-empresa
             MOVE    wk-competencia TO          arqperiodo-competencia
             SET     arqperiodo-aberto          TO          TRUE
             PERFORM 0076-MOVE-RESULTADO
             WRITE   arqperiodo-registro
              INVALID KEY
               CONTINUE
             END-WRITE
            NOT INVALID KEY
             PERFORM 0076-MOVE-RESULTADO
             REWRITE arqperiodo-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-READ.
      *---------------------------------------------------------------
       0076-MOVE-RESULTADO.

           MOVE      wk-hoje        TO
                                    arqperiodo-data-conciliacao.
           MOVE      wk-agora(1:6)  TO
                                    arqperiodo-hora-conciliacao.
           MOVE      wk-ap-quebras  TO          arqperiodo-quebras.
      *---------------------------------------------------------------
       0080-TOTAL-GERAL.

           MOVE      'TOTAL DE QUEBRAS'
                                    TO          wk-lr-rotulo.
           MOVE      wk-tot-notas   TO          wk-lr-qtd.
           MOVE      wk-tot-quebras TO          wk-lr-quebras.
           MOVE      ZEROS          TO          wk-lr-valor.
           WRITE     arqrelconcilia-linha FROM  wk-lin-resumo.
      *---------------------------------------------------------------
       0090-GRAVA-QUEBRA.

           ADD       1              TO          wk-tot-quebras.
           MOVE      wk-nt-nf       TO          wk-lq-nf.
           WRITE     arqrelconcilia-linha FROM  wk-lin-quebra.
      *---------------------------------------------------------------
      *    Any break fails the step so the nightly chain can stop
      *    before the figures travel any further.
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDA
               CLOSE ARQTITULO
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-item    EQUAL       'S'
               CLOSE ARQITEMVENDA
           END-IF.
           IF        wk-tem-comissao EQUAL      'S'
               CLOSE ARQCOMISSAO
           END-IF.
           IF        wk-tem-baixa   EQUAL       'S'
               CLOSE ARQBAIXA
           END-IF.
           IF        wk-tem-rateio  EQUAL       'S'
               CLOSE ARQRATEIO
           END-IF.
           IF        wk-tem-periodo EQUAL       'S'
               CLOSE ARQPERIODO
           END-IF.
           IF        wk-tem-devolucao EQUAL     'S'
               CLOSE ARQDEVOLUCAO
           END-IF.
           IF        fl-ok          NOT EQUAL   'S'
            OR       wk-tot-quebras GREATER     ZEROS
               MOVE  8              TO          RETURN-CODE
           ELSE
               MOVE  0              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program conciliatotais.
