       program-id. extratocliente as "extratocliente".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqacordoselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqrelextratoselect.cpy".
           copy "arqcsvextratoselect.cpy".
           copy "arqlistaextratoselect.cpy".
           select    sort-extrato-work assign to "SORTEXT".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqacordofd.cpy".
           copy "arqempresacadfd.cpy".
           copy "arqrelextratofd.cpy".
           copy "arqcsvextratofd.cpy".
           copy "arqlistaextratofd.cpy".

           SD  SORT-EXTRATO-WORK.
           01  SORT-EXTRATO-REG.
               05 SORT-DATA             pic  9(008).
               05 SORT-ORDEM            pic  9(001).
               05 SORT-NUMERO-NF        pic  9(009).
               05 SORT-PARCELA          pic  9(002).
               05 SORT-SEQUENCIA        pic  9(003).
               05 SORT-TIPO             pic  x(010).
               05 SORT-VENCIMENTO       pic  9(008).
               05 SORT-VALOR            pic  9(009)v9(002).
               05 SORT-OBSERVACAO       pic  x(030).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqacordo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\acordo.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".
           01  wk-caminho-arqrelextrato pic x(070) value spaces.
           01  wk-caminho-arqcsvextrato pic x(070) value spaces.
           01  wk-caminho-arqlistaextrato
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\extratolista.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-fim-leitura         pic x(001) value 'N'.
              05 wk-fim-clientes        pic x(001) value 'N'.
              05 wk-tem-baixa           pic x(001) value 'N'.
              05 wk-tem-acordo          pic x(001) value 'N'.
              05 wk-tem-vencido         pic x(001) value 'N'.
              05 wk-mes-fechado         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-empresa-nome          pic x(030) value spaces.

           01  wk-periodo.
              05 wk-cliente-sel         pic 9(007) value zeros.
              05 wk-data-ini            pic 9(008) value zeros.
              05 wk-data-fim            pic 9(008) value zeros.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-r redefines wk-hoje.
               07 wk-hj-competencia     pic 9(006).
               07 wk-hj-dia             pic 9(002).
              05 wk-hoje-int            pic s9(009) comp value zeros.
              05 wk-data-emissao        pic 9(008) value zeros.
              05 wk-dias-atraso         pic s9(005) value zeros.
      *    Month end is the last business day: the next one that
      *    diautil finds already lies in the following month.
              05 wk-proximo-util        pic 9(008) value zeros.
              05 wk-proximo-util-r redefines wk-proximo-util.
               07 wk-pu-competencia     pic 9(006).
               07 wk-pu-dia             pic 9(002).
              05 wk-uf-nacional         pic x(002) value spaces.
              05 wk-cidade-nacional     pic x(030) value spaces.

           01  wk-totais.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-extratos        pic 9(007) value zeros.
              05 wk-tot-nao-encontrados pic 9(007) value zeros.
              05 wk-tot-linhas-csv      pic 9(007) value zeros.

      *    Figures of the statement in flight.
           01  wk-somas.
              05 wk-qtd-movimentos      pic 9(005) value zeros.
              05 wk-soma-vendas         pic 9(011)v9(002) value zeros.
              05 wk-soma-estornos       pic 9(011)v9(002) value zeros.
              05 wk-soma-titulos        pic 9(011)v9(002) value zeros.
              05 wk-soma-recebido       pic 9(011)v9(002) value zeros.
              05 wk-saldo-titulo        pic 9(011)v9(002) value zeros.
              05 wk-saldo-aberto        pic 9(011)v9(002) value zeros.
              05 wk-saldo-vencido       pic 9(011)v9(002) value zeros.

           01  wk-lin-empresa.
              05 wk-le-nome             pic x(030).
              05 filler                 pic x(010) value spaces.
              05 filler                 pic x(030) value
                 "EXTRATO DE CONTA DO CLIENTE".
              05 filler                 pic x(009) value "EMISSAO: ".
              05 wk-le-emissao          pic 9(008).
           01  wk-lin-periodo.
              05 filler                 pic x(009) value "PERIODO: ".
              05 wk-lp-ini              pic 9(008).
              05 filler                 pic x(003) value " A ".
              05 wk-lp-fim              pic 9(008).
           01  wk-lin-cliente.
              05 filler                 pic x(010) value "CLIENTE:  ".
              05 wk-lc-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lc-raz-soc          pic x(040).
              05 filler                 pic x(008) value "  CNPJ: ".
              05 wk-lc-cnpj             pic 9(014).
           01  wk-lin-endereco.
              05 filler                 pic x(010) value spaces.
              05 wk-ln-endereco         pic x(100).
           01  wk-lin-secao.
              05 wk-ls-titulo           pic x(060).
           01  wk-lin-mov-cabec.
              05 filler                 pic x(050) value
                 "DATA      TIPO        NOTA/PARC     VENCIMENTO  ".
              05 filler                 pic x(050) value
                 "         VALOR  OBSERVACAO".
           01  wk-lin-mov.
              05 wk-lm-data             pic 9(008).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-tipo             pic x(010).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-nf               pic 9(009).
              05 filler                 pic x(001) value '/'.
              05 wk-lm-parcela          pic 9(002).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-vencimento       pic 9(008).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-valor            pic zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-lm-observacao       pic x(030).
           01  wk-lin-aberto-cabec.
              05 filler                 pic x(050) value
                 "NOTA/PARC     VENCIMENTO           VALOR       PA".
              05 filler                 pic x(050) value
                 "GO           SALDO  ATRASO".
           01  wk-lin-aberto.
              05 wk-la-nf               pic 9(009).
              05 filler                 pic x(001) value '/'.
              05 wk-la-parcela          pic 9(002).
              05 filler                 pic x(002) value spaces.
              05 wk-la-vencimento       pic 9(008).
              05 filler                 pic x(002) value spaces.
              05 wk-la-valor            pic zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-la-pago             pic zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-la-saldo            pic zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-la-atraso           pic zzzz9.
              05 filler                 pic x(001) value spaces.
              05 wk-la-situacao         pic x(007).
           01  wk-lin-total.
              05 wk-lt-rotulo           pic x(030).
              05 wk-lt-valor            pic zz.zzz.zzz.zz9,99.
           01  wk-lin-fim               pic x(132) value all '-'.

           copy "arqclientefs.cpy".
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqacordofs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqrelextratofs.cpy".
           copy "arqcsvextratofs.cpy".
           copy "arqlistaextratofs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "EXTRATO DE CONTA DO CLIENTE".
               05  line  3   col  05 value
                         "Cliente (0 = lista extratolista.txt)".
               05  line  3   col  43   using wk-cliente-sel.
               05  line  4   col  05 value
                         "Data inicial (AAAAMMDD)".
               05  line  4   col  43   using wk-data-ini.
               05  line  5   col  05 value
                         "Data final (AAAAMMDD)".
               05  line  5   col  43   using wk-data-fim.
               05  line  6   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  6   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS EXTRATOS".
               05  line  3   col  05 VALUE
                         "Clientes examinados".
               05  line  3   col  40   using wk-tot-clientes.
               05  line  4   col  05 VALUE
                         "Extratos emitidos".
               05  line  4   col  40   using wk-tot-extratos.
               05  line  5   col  05 VALUE
                         "Clientes nao encontrados".
               05  line  5   col  40   using wk-tot-nao-encontrados.
               05  line  6   col  05 VALUE
                         "Linhas no CSV".
               05  line  6   col  40   using wk-tot-linhas-csv.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    In the nightly chain the run only does anything on the
      *    last business day of the month, when every client with a
      *    parcela past due gets the month's statement.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0005-VERIFICA-FIM-MES
               IF    wk-mes-fechado EQUAL       'S'
                   PERFORM          0040-EXTRATOS-VENCIDOS
               END-IF
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
           COMPUTE   wk-hoje-int    =
                     FUNCTION INTEGER-OF-DATE(wk-hoje).
           COMPUTE   wk-data-ini    =  wk-hj-competencia * 100 + 1.
           MOVE      wk-hoje        TO          wk-data-fim.

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
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum titulo registrado' TO         wk-msg
           END-IF.
      *    Payments and renegotiation agreements may not exist yet in
      *    a young book; the statement simply has none of them.
           OPEN      INPUT        ARQBAIXA.
           IF        FS-ARQBAIXA    EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-baixa
           END-IF.
           OPEN      INPUT        ARQACORDO.
           IF        FS-ARQACORDO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-acordo
           END-IF.

           MOVE      SPACES         TO          wk-empresa-nome.
           OPEN      INPUT        ARQEMPRESACAD.
           IF        FS-ARQEMPRESACAD EQUAL     ZEROS
               MOVE  wk-empresa-corrente TO
                                    arqempresacad-empresa
               READ  ARQEMPRESACAD  KEY IS
                                    ARQEMPRESACAD-EMPRESA
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqempresacad-nome TO     wk-empresa-nome
               END-READ
               CLOSE ARQEMPRESACAD
           END-IF.
           IF        wk-empresa-nome EQUAL      SPACES
               STRING 'EMPRESA '    DELIMITED BY SIZE
                      wk-empresa-corrente DELIMITED BY SIZE
                      INTO wk-empresa-nome
           END-IF.
      *---------------------------------------------------------------
       0005-VERIFICA-FIM-MES.

           MOVE      'N'            TO          wk-mes-fechado.
           COMPUTE   wk-proximo-util =
                     FUNCTION DATE-OF-INTEGER(wk-hoje-int + 1).
           CALL      'diautil'      USING       wk-proximo-util
                                                 wk-uf-nacional
                                                 wk-cidade-nacional.
           IF        wk-pu-competencia NOT EQUAL wk-hj-competencia
               MOVE  'S'            TO          wk-mes-fechado
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
                 PERFORM 0020-GERA-EXTRATOS
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

           IF        FUNCTION TEST-DATE-YYYYMMDD(wk-data-ini)
                                    NOT EQUAL   ZEROS
            OR       FUNCTION TEST-DATE-YYYYMMDD(wk-data-fim)
                                    NOT EQUAL   ZEROS
               MOVE  'Data invalida'            TO         wk-msg
           ELSE
               IF    wk-data-fim    LESS        wk-data-ini
                   MOVE 'Data final anterior a inicial'
                                    TO          wk-msg
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    One client keyed on the screen, or every codigo of the
      *    list file when the screen is left at zero.
       0020-GERA-EXTRATOS.

           INITIALIZE               wk-totais.
           PERFORM   0025-ABRE-CSV.
           IF        wk-cliente-sel NOT EQUAL   ZEROS
               PERFORM              0021-CLIENTE-INFORMADO
           ELSE
               OPEN  INPUT        ARQLISTAEXTRATO
               IF    FS-ARQLISTAEXTRATO NOT EQUAL ZEROS
                   MOVE 'Lista de clientes nao encontrada'
                                    TO          wk-msg
               ELSE
                   MOVE 'N'         TO          wk-fim-clientes
                   PERFORM          0022-LE-LISTA
                     UNTIL wk-fim-clientes EQUAL 'S'
                   CLOSE ARQLISTAEXTRATO
               END-IF
           END-IF.
           CLOSE     ARQCSVEXTRATO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CLIENTE-INFORMADO.

           ADD       1              TO          wk-tot-clientes.
           MOVE      wk-cliente-sel TO          arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             ADD     1              TO          wk-tot-nao-encontrados
            NOT INVALID KEY
             IF      arqcliente-empresa EQUAL   wk-empresa-corrente
                 PERFORM            0030-EXTRATO-CLIENTE
             ELSE
                 ADD  1             TO          wk-tot-nao-encontrados
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-LE-LISTA.

           READ      ARQLISTAEXTRATO NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-clientes
            NOT AT END
             IF      arqlistaextrato-cliente-codigo IS NUMERIC
              AND    arqlistaextrato-cliente-codigo NOT EQUAL ZEROS
                 MOVE arqlistaextrato-cliente-codigo TO
                                    wk-cliente-sel
                 PERFORM            0021-CLIENTE-INFORMADO
             END-IF
           END-READ.
           MOVE      ZEROS          TO          wk-cliente-sel.
      *---------------------------------------------------------------
       0025-ABRE-CSV.

           MOVE      SPACES         TO
                                    wk-caminho-arqcsvextrato.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\extrato"
                     wk-hoje ".csv" DELIMITED BY SIZE
                     INTO wk-caminho-arqcsvextrato.
           OPEN      OUTPUT       ARQCSVEXTRATO.
           MOVE      'cliente;secao;data;tipo;nota;parcela;vencimento;v
      -              'alor;saldo'   TO          arqcsvextrato-cabecalho.
           WRITE     arqcsvextrato-cabecalho.
      *---------------------------------------------------------------
      *    The statement of one client goes to its own file, ready to
      *    be printed or attached: the empresa heading, the client's
      *    address, every movement of the period in date order and
      *    the parcelas still open whatever their date.
       0030-EXTRATO-CLIENTE.

           INITIALIZE               wk-somas.
           MOVE      SPACES         TO
                                    wk-caminho-arqrelextrato.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\extrato"
                     arqcliente-codigo "_" wk-hoje ".txt"
                     DELIMITED BY SIZE
                     INTO wk-caminho-arqrelextrato.
           OPEN      OUTPUT       ARQRELEXTRATO.
           PERFORM   0031-CABECALHO.

           MOVE      'MOVIMENTO NO PERIODO' TO  wk-ls-titulo.
           WRITE     arqrelextrato-linha FROM   wk-lin-secao.
           WRITE     arqrelextrato-linha FROM   wk-lin-mov-cabec.
           SORT      SORT-EXTRATO-WORK
                     ON ASCENDING KEY        SORT-DATA
                                              SORT-ORDEM
                                              SORT-NUMERO-NF
                                              SORT-PARCELA
                                              SORT-SEQUENCIA
                     INPUT PROCEDURE IS      0032-CARREGA-MOVIMENTO
                     OUTPUT PROCEDURE IS     0035-IMPRIME-MOVIMENTO.
           IF        wk-qtd-movimentos EQUAL    ZEROS
               MOVE  'SEM MOVIMENTO NO PERIODO' TO         wk-ls-titulo
               WRITE arqrelextrato-linha FROM   wk-lin-secao
           END-IF.
           PERFORM   0037-TOTAIS-MOVIMENTO.

           WRITE     arqrelextrato-linha FROM   wk-lin-fim.
           MOVE      'PARCELAS EM ABERTO' TO    wk-ls-titulo.
           WRITE     arqrelextrato-linha FROM   wk-lin-secao.
           WRITE     arqrelextrato-linha FROM   wk-lin-aberto-cabec.
           PERFORM   0038-SALDO-ABERTO.
           MOVE      'SALDO EM ABERTO' TO       wk-lt-rotulo.
           MOVE      wk-saldo-aberto TO         wk-lt-valor.
           WRITE     arqrelextrato-linha FROM   wk-lin-total.
           MOVE      'SALDO VENCIDO'   TO       wk-lt-rotulo.
           MOVE      wk-saldo-vencido TO        wk-lt-valor.
           WRITE     arqrelextrato-linha FROM   wk-lin-total.
           WRITE     arqrelextrato-linha FROM   wk-lin-fim.

           CLOSE     ARQRELEXTRATO.
           ADD       1              TO          wk-tot-extratos.
      *---------------------------------------------------------------
       0031-CABECALHO.

           MOVE      wk-empresa-nome TO         wk-le-nome.
           MOVE      wk-hoje        TO          wk-le-emissao.
           WRITE     arqrelextrato-linha FROM   wk-lin-empresa.
           MOVE      wk-data-ini    TO          wk-lp-ini.
           MOVE      wk-data-fim    TO          wk-lp-fim.
           WRITE     arqrelextrato-linha FROM   wk-lin-periodo.
           WRITE     arqrelextrato-linha FROM   wk-lin-fim.

           MOVE      arqcliente-codigo TO       wk-lc-codigo.
           MOVE      arqcliente-raz-soc TO      wk-lc-raz-soc.
           MOVE      arqcliente-cnpj TO         wk-lc-cnpj.
           WRITE     arqrelextrato-linha FROM   wk-lin-cliente.
           MOVE      SPACES         TO          wk-ln-endereco.
           STRING    arqcliente-logradouro DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     arqcliente-numero DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     arqcliente-bairro DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     arqcliente-cidade DELIMITED BY '  '
                     '/' DELIMITED BY SIZE
                     arqcliente-uf DELIMITED BY SIZE
                     ' CEP ' DELIMITED BY SIZE
                     arqcliente-cep DELIMITED BY SIZE
                     INTO wk-ln-endereco.
           WRITE     arqrelextrato-linha FROM   wk-lin-endereco.
           WRITE     arqrelextrato-linha FROM   wk-lin-fim.
      *---------------------------------------------------------------
      *    Vendas and estornos of the period, the parcelas issued in
      *    it (dated by their nota, or by the renegotiation agreement
      *    that created them) and the payments received in it.
       0032-CARREGA-MOVIMENTO.

           MOVE      arqcliente-codigo TO       arqvenda-cliente-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-CLIENTE-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0033-LE-VENDA
             UNTIL   wk-fim-leitura EQUAL       'S'.

           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0033A-LE-TITULO
             UNTIL   wk-fim-leitura EQUAL       'S'.

           IF        wk-tem-baixa   EQUAL       'S'
               MOVE  arqcliente-codigo TO       arqbaixa-cliente-codigo
               MOVE  'N'            TO          wk-fim-leitura
               START ARQBAIXA       KEY IS      NOT LESS
                                    ARQBAIXA-CLIENTE-CODIGO
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0033C-LE-BAIXA
                 UNTIL wk-fim-leitura EQUAL     'S'
           END-IF.
      *---------------------------------------------------------------
       0033-LE-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqvenda-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqvenda-data NOT LESS    wk-data-ini
                  AND arqvenda-data NOT GREATER wk-data-fim
                     MOVE SPACES    TO          SORT-EXTRATO-REG
                     MOVE arqvenda-data TO      SORT-DATA
                     MOVE arqvenda-numero-nf TO SORT-NUMERO-NF
                     MOVE ZEROS     TO          SORT-PARCELA
                                                 SORT-SEQUENCIA
                                                 SORT-VENCIMENTO
                     MOVE arqvenda-valor TO     SORT-VALOR
                     EVALUATE TRUE
                      WHEN arqvenda-estorno
                       MOVE 3       TO          SORT-ORDEM
                       MOVE 'ESTORNO' TO        SORT-TIPO
                       STRING 'ESTORNO DA NOTA ' DELIMITED BY SIZE
                              arqvenda-nf-origem DELIMITED BY SIZE
                              INTO SORT-OBSERVACAO
                      WHEN arqvenda-estornada
                       MOVE 1       TO          SORT-ORDEM
                       MOVE 'VENDA' TO          SORT-TIPO
                       MOVE 'NOTA ESTORNADA' TO SORT-OBSERVACAO
                      WHEN OTHER
                       MOVE 1       TO          SORT-ORDEM
                       MOVE 'VENDA' TO          SORT-TIPO
                     END-EVALUATE
                     RELEASE SORT-EXTRATO-REG
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0033A-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 PERFORM            0033B-EMISSAO-TITULO
                 IF   wk-data-emissao NOT LESS  wk-data-ini
                  AND wk-data-emissao NOT GREATER wk-data-fim
                     MOVE SPACES    TO          SORT-EXTRATO-REG
                     MOVE wk-data-emissao TO    SORT-DATA
                     MOVE 2         TO          SORT-ORDEM
                     MOVE arqtitulo-numero-nf TO SORT-NUMERO-NF
                     MOVE arqtitulo-parcela TO  SORT-PARCELA
                     MOVE ZEROS     TO          SORT-SEQUENCIA
                     MOVE 'TITULO'  TO          SORT-TIPO
                     MOVE arqtitulo-vencimento TO SORT-VENCIMENTO
                     MOVE arqtitulo-valor TO    SORT-VALOR
                     EVALUATE TRUE
                      WHEN arqtitulo-pago
                       MOVE 'PAGO'  TO          SORT-OBSERVACAO
                      WHEN arqtitulo-cancelado
                       MOVE 'CANCELADO' TO      SORT-OBSERVACAO
                      WHEN arqtitulo-renegociado
                       MOVE 'RENEGOCIADO' TO    SORT-OBSERVACAO
                      WHEN arqtitulo-perda
                       MOVE 'BAIXADO COMO PERDA' TO
                                    SORT-OBSERVACAO
                      WHEN arqtitulo-credito
                       MOVE 'CREDITO' TO        SORT-TIPO
                       MOVE 'CREDITO DE DEVOLUCAO' TO
                                    SORT-OBSERVACAO
                      WHEN OTHER
                       MOVE 'EM ABERTO' TO      SORT-OBSERVACAO
                     END-EVALUATE
                     RELEASE SORT-EXTRATO-REG
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The venda browse is over by now, so the nota can be read
      *    directly by its number.
       0033B-EMISSAO-TITULO.

           MOVE      ZEROS          TO          wk-data-emissao.
           IF        arqtitulo-acordo NOT EQUAL ZEROS
            AND      arqtitulo-numero-nf NOT LESS 990000000
               IF    wk-tem-acordo  EQUAL       'S'
                   MOVE arqtitulo-acordo TO     arqacordo-numero
                   READ ARQACORDO   KEY IS      ARQACORDO-NUMERO
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     MOVE arqacordo-data TO     wk-data-emissao
                   END-READ
               END-IF
           ELSE
               MOVE  arqtitulo-numero-nf TO     arqvenda-numero-nf
               READ  ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqvenda-data TO          wk-data-emissao
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0033C-LE-BAIXA.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqbaixa-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqbaixa-data-pagamento NOT LESS wk-data-ini
                  AND arqbaixa-data-pagamento NOT GREATER
                                    wk-data-fim
                     MOVE SPACES    TO          SORT-EXTRATO-REG
                     MOVE arqbaixa-data-pagamento TO SORT-DATA
                     MOVE 4         TO          SORT-ORDEM
                     MOVE arqbaixa-numero-nf TO SORT-NUMERO-NF
                     MOVE arqbaixa-parcela TO   SORT-PARCELA
                     MOVE arqbaixa-sequencia TO SORT-SEQUENCIA
                     MOVE 'PAGAMENTO' TO        SORT-TIPO
                     MOVE ZEROS     TO          SORT-VENCIMENTO
                     MOVE arqbaixa-valor-recebido TO SORT-VALOR
                     IF   arqbaixa-valor-juros + arqbaixa-valor-multa
                                    GREATER     ZEROS
                         MOVE 'INCLUI JUROS E MULTA' TO
                                    SORT-OBSERVACAO
                     END-IF
                     RELEASE SORT-EXTRATO-REG
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0035-IMPRIME-MOVIMENTO.

           MOVE      'N'            TO          wk-fim-ordenacao.
           PERFORM   0036-RETURN-MOVIMENTO
             UNTIL   wk-fim-ordenacao EQUAL     'S'.
      *---------------------------------------------------------------
       0036-RETURN-MOVIMENTO.

           RETURN    SORT-EXTRATO-WORK
            AT END
             MOVE    'S'            TO          wk-fim-ordenacao
            NOT AT END
             ADD     1              TO          wk-qtd-movimentos
             MOVE    SORT-DATA      TO          wk-lm-data
             MOVE    SORT-TIPO      TO          wk-lm-tipo
             MOVE    SORT-NUMERO-NF TO          wk-lm-nf
             MOVE    SORT-PARCELA   TO          wk-lm-parcela
             MOVE    SORT-VENCIMENTO TO         wk-lm-vencimento
             MOVE    SORT-VALOR     TO          wk-lm-valor
             MOVE    SORT-OBSERVACAO TO         wk-lm-observacao
             WRITE   arqrelextrato-linha FROM   wk-lin-mov
             EVALUATE SORT-ORDEM
              WHEN   1
               ADD   SORT-VALOR     TO          wk-soma-vendas
      *      A credit left by a return is owed to the client rather
      *      than issued to them -- it stays out of the titulos sum.
              WHEN   2
               IF    SORT-TIPO      NOT EQUAL   'CREDITO'
                   ADD SORT-VALOR   TO          wk-soma-titulos
               END-IF
              WHEN   3
               ADD   SORT-VALOR     TO          wk-soma-estornos
              WHEN   OTHER
               ADD   SORT-VALOR     TO          wk-soma-recebido
             END-EVALUATE
             MOVE    SPACES         TO          arqcsvextrato-registro
             MOVE    arqcliente-codigo TO
                                    arqcsvextrato-cliente-codigo
             MOVE    'M'            TO          arqcsvextrato-secao
             MOVE    SORT-DATA      TO          arqcsvextrato-data
             MOVE    SORT-TIPO      TO          arqcsvextrato-tipo
             MOVE    SORT-NUMERO-NF TO          arqcsvextrato-numero-nf
             MOVE    SORT-PARCELA   TO          arqcsvextrato-parcela
             MOVE    SORT-VENCIMENTO TO
                                    arqcsvextrato-vencimento
             MOVE    SORT-VALOR     TO          arqcsvextrato-valor
             MOVE    ZEROS          TO          arqcsvextrato-saldo
             PERFORM 0039-GRAVA-CSV
           END-RETURN.
      *---------------------------------------------------------------
       0037-TOTAIS-MOVIMENTO.

           MOVE      'TOTAL DE VENDAS'  TO      wk-lt-rotulo.
           MOVE      wk-soma-vendas TO          wk-lt-valor.
           WRITE     arqrelextrato-linha FROM   wk-lin-total.
           MOVE      'TOTAL DE ESTORNOS' TO     wk-lt-rotulo.
           MOVE      wk-soma-estornos TO        wk-lt-valor.
           WRITE     arqrelextrato-linha FROM   wk-lin-total.
           MOVE      'TOTAL DE TITULOS EMITIDOS' TO wk-lt-rotulo.
           MOVE      wk-soma-titulos TO         wk-lt-valor.
           WRITE     arqrelextrato-linha FROM   wk-lin-total.
           MOVE      'TOTAL RECEBIDO'   TO      wk-lt-rotulo.
           MOVE      wk-soma-recebido TO        wk-lt-valor.
           WRITE     arqrelextrato-linha FROM   wk-lin-total.
      *---------------------------------------------------------------
      *    Every parcela still aberto, whatever the period asked, with
      *    what was already received on it and the days past due.
       0038-SALDO-ABERTO.

           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0038A-LE-ABERTO
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0038A-LE-ABERTO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqtitulo-aberto
                     PERFORM        0038B-IMPRIME-ABERTO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0038B-IMPRIME-ABERTO.

           COMPUTE   wk-saldo-titulo =          arqtitulo-valor
                                              - arqtitulo-valor-pago.
           COMPUTE   wk-dias-atraso =
                     wk-hoje-int
                   - FUNCTION INTEGER-OF-DATE(arqtitulo-vencimento).
           ADD       wk-saldo-titulo TO         wk-saldo-aberto.
           MOVE      arqtitulo-numero-nf TO     wk-la-nf.
           MOVE      arqtitulo-parcela TO       wk-la-parcela.
           MOVE      arqtitulo-vencimento TO    wk-la-vencimento.
           MOVE      arqtitulo-valor TO         wk-la-valor.
           MOVE      arqtitulo-valor-pago TO    wk-la-pago.
           MOVE      wk-saldo-titulo TO         wk-la-saldo.
           IF        wk-dias-atraso GREATER     ZEROS
               ADD   wk-saldo-titulo TO         wk-saldo-vencido
               MOVE  wk-dias-atraso TO          wk-la-atraso
               MOVE  'VENCIDO'      TO          wk-la-situacao
           ELSE
               MOVE  ZEROS          TO          wk-la-atraso
               MOVE  'A VENCER'     TO          wk-la-situacao
           END-IF.
           WRITE     arqrelextrato-linha FROM   wk-lin-aberto.

           MOVE      SPACES         TO          arqcsvextrato-registro.
           MOVE      arqcliente-codigo TO
                                    arqcsvextrato-cliente-codigo.
           MOVE      'A'            TO          arqcsvextrato-secao.
           MOVE      wk-hoje        TO          arqcsvextrato-data.
           MOVE      'ABERTO'       TO          arqcsvextrato-tipo.
           MOVE      arqtitulo-numero-nf TO     arqcsvextrato-numero-nf.
           MOVE      arqtitulo-parcela TO       arqcsvextrato-parcela.
           MOVE      arqtitulo-vencimento TO
                                    arqcsvextrato-vencimento.
           MOVE      arqtitulo-valor TO         arqcsvextrato-valor.
           MOVE      wk-saldo-titulo TO         arqcsvextrato-saldo.
           PERFORM   0039-GRAVA-CSV.
      *---------------------------------------------------------------
       0039-GRAVA-CSV.

           MOVE      ';'            TO   arqcsvextrato-registro(8:1)
                                         arqcsvextrato-registro(10:1)
                                         arqcsvextrato-registro(19:1)
                                         arqcsvextrato-registro(30:1)
                                         arqcsvextrato-registro(40:1)
                                         arqcsvextrato-registro(43:1)
                                         arqcsvextrato-registro(52:1)
                                         arqcsvextrato-registro(68:1).
           WRITE     arqcsvextrato-registro.
           ADD       1              TO          wk-tot-linhas-csv.
      *---------------------------------------------------------------
      *    Month-end run: every client of the empresa with a parcela
      *    past due gets the statement of the month just closing.
       0040-EXTRATOS-VENCIDOS.

           INITIALIZE               wk-totais.
           COMPUTE   wk-data-ini    =  wk-hj-competencia * 100 + 1.
           MOVE      wk-hoje        TO          wk-data-fim.
           PERFORM   0025-ABRE-CSV.

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           MOVE      wk-empresa-corrente TO     arqcliente-empresa.
           MOVE      'N'            TO          wk-fim-clientes.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-clientes
           END-START.
           PERFORM   0041-LE-CLIENTE
             UNTIL   wk-fim-clientes EQUAL      'S'.
           CLOSE     ARQCSVEXTRATO.
      *---------------------------------------------------------------
       0041-LE-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-clientes
            NOT AT END
             IF      arqcliente-empresa NOT EQUAL wk-empresa-corrente
                 MOVE 'S'           TO          wk-fim-clientes
             ELSE
                 ADD  1             TO          wk-tot-clientes
                 PERFORM            0042-VERIFICA-VENCIDO
                 IF   wk-tem-vencido EQUAL      'S'
                     PERFORM        0030-EXTRATO-CLIENTE
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0042-VERIFICA-VENCIDO.

           MOVE      'N'            TO          wk-tem-vencido.
           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0042A-LE-TITULO
             UNTIL   wk-fim-leitura EQUAL       'S'
              OR     wk-tem-vencido EQUAL       'S'.
      *---------------------------------------------------------------
       0042A-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 IF   arqtitulo-aberto
                  AND arqtitulo-vencimento LESS wk-hoje
                     MOVE 'S'       TO          wk-tem-vencido
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
               CLOSE ARQVENDA
               CLOSE ARQTITULO
           END-IF.
           IF        wk-tem-baixa   EQUAL       'S'
               CLOSE ARQBAIXA
           END-IF.
           IF        wk-tem-acordo  EQUAL       'S'
               CLOSE ARQACORDO
           END-IF.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program extratocliente.
