       program-id. relatoriogrupo as "relatoriogrupo".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqrelgruposelect.cpy".
           copy "arqlgpdselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqrelgrupofd.cpy".
           copy "arqlgpdfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqrelgrupo   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relgrupo.txt".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.

           01  wk-empresa-corrente      pic 9(003) value 1.

      *    Twelve months back from today for the sales column; a
      *    titulo still open past its vencimento is overdue.
           01  wk-datas.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-r redefines wk-hoje.
               07 wk-hj-ano             pic 9(004).
               07 wk-hj-mmdd            pic 9(004).
              05 wk-corte               pic 9(008) value zeros.

      *    The CNPJ alternate key delivers the branches of a root one
      *    after the other; the root is its first eight digits.
           01  wk-cnpj                  pic 9(014) value zeros.
           01  wk-cnpj-r redefines wk-cnpj.
              05 wk-cnpj-raiz           pic 9(008).
              05 filler                 pic 9(006).

      *    Branches of the root being gathered. Only networks of two
      *    or more branches are printed, so the lines wait here until
      *    the root changes; a network past the table size still has
      *    every branch in its totals.
           01  wk-grupo.
              05 wk-qb-raiz             pic 9(008) value zeros.
              05 wk-qb-qtd              pic 9(005) value zeros.
              05 wk-qb-idx              pic 9(005) comp value zeros.
              05 wk-qb-divide           pic x(001) value 'N'.
              05 wk-qb-limite           pic 9(011)v9(002) value zeros.
              05 wk-qb-compras          pic 9(011)v9(002) value zeros.
              05 wk-qb-saldo            pic 9(011)v9(002) value zeros.
              05 wk-qb-vencido          pic 9(011)v9(002) value zeros.
              05 wk-qb-membro           occurs 200 times.
                 07 wk-mb-codigo        pic 9(007).
                 07 wk-mb-cnpj          pic 9(014).
                 07 wk-mb-raz-soc       pic x(028).
                 07 wk-mb-vendedor      pic 9(007).
                 07 wk-mb-limite        pic 9(009)v9(002).
                 07 wk-mb-compras       pic 9(011)v9(002).
                 07 wk-mb-saldo         pic 9(011)v9(002).
                 07 wk-mb-vencido       pic 9(011)v9(002).

      *    Figures of the branch just read.
           01  wk-filial.
              05 wk-fl-vendedor         pic 9(007) value zeros.
              05 wk-fl-compras          pic 9(011)v9(002) value zeros.
              05 wk-fl-saldo            pic 9(011)v9(002) value zeros.
              05 wk-fl-vencido          pic 9(011)v9(002) value zeros.
              05 wk-fl-aberto           pic 9(011)v9(002) value zeros.

           01  wk-totais.
              05 wk-tot-grupos          pic 9(005) value zeros.
              05 wk-tot-filiais         pic 9(007) value zeros.
              05 wk-tot-divididos       pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(052) value
                 "GRUPOS ECONOMICOS (RAIZ CNPJ) - VENDAS DESDE ".
              05 wk-lti-corte           pic 9(008).
           01  wk-lin-grupo.
              05 filler                 pic x(011) value "GRUPO RAIZ ".
              05 wk-lg-raiz             pic x(010).
              05 filler                 pic x(010) value "  FILIAIS ".
              05 wk-lg-qtd              pic zzzz9.
           01  wk-lin-cabec.
              05 filler                 pic x(060) value
                 "CLIENTE  CNPJ                RAZAO SOCIAL".
              05 filler                 pic x(051) value
                 " VEND.         LIMITE    COMPRAS 12M   SALDO ABERTO".
              05 filler                 pic x(015) value
                 "        VENCIDO".
           01  wk-lin-membro.
              05 wk-lm-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-cnpj             pic x(018).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-raz-soc          pic x(028).
              05 filler                 pic x(002) value spaces.
              05 wk-lm-vendedor         pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lm-limite           pic zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-lm-compras          pic zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-lm-saldo            pic zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-lm-vencido          pic zzz.zzz.zz9,99.
           01  wk-lin-total.
              05 filler                 pic x(051) value
                 "  TOTAL DO GRUPO".
              05 wk-lt-limite           pic zz.zzz.zzz.zz9,99.
              05 wk-lt-compras          pic zz.zzz.zzz.zz9,99.
              05 wk-lt-saldo            pic zz.zzz.zzz.zz9,99.
              05 wk-lt-vencido          pic zz.zzz.zzz.zz9,99.
           01  wk-lin-divide            pic x(060) value
               "  ATENCAO: FILIAIS ATENDIDAS POR VENDEDORES DIFERENTES".

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqrelgrupofs.cpy".
           copy "arqlgpdfs.cpy".

           copy "arqmascaracalc.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "GRUPOS ECONOMICOS POR RAIZ DE CNPJ".
               05  line  3   col  05 value
                         "Vendas dos 12 meses e titulos em aberto".
               05  line  4   col  05 value
                         "das filiais de cada grupo".
               05  line  6   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  6   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS GRUPOS ECONOMICOS (relgrupo.txt)".
               05  line  3   col  05 VALUE
                         "Grupos com duas ou mais filiais".
               05  line  3   col  43   using wk-tot-grupos.
               05  line  4   col  05 VALUE
                         "Filiais nesses grupos".
               05  line  4   col  43   using wk-tot-filiais.
               05  line  5   col  05 VALUE
                         "Grupos com mais de um vendedor".
               05  line  5   col  43   using wk-tot-divididos.
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

           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQSAIDA
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
               CALL  'fsmensagem'   USING       FS-ARQTITULO
                                                 WK-MSG
           END-IF.

           SET       wk-mk-privilegio           TO          TRUE.
           CALL      'mascaradados' USING       wk-mascara.
           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL       '05'
               OPEN       OUTPUT      ARQLGPD
               CLOSE      ARQLGPD
               OPEN       EXTEND      ARQLGPD
           END-IF.

           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-corte       =
                     (wk-hj-ano - 1) * 10000 + wk-hj-mmdd.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-GERA-RELATORIO
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    The clients are walked in CNPJ order, so the branches of a
      *    root arrive together; clients without a CNPJ (root zero)
      *    and the inactive ones are no part of any network.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           OPEN      OUTPUT       ARQRELGRUPO.
           MOVE      wk-corte       TO          wk-lti-corte.
           WRITE     arqrelgrupo-linha FROM     wk-lin-titulo.

           MOVE      ZEROS          TO          wk-qb-raiz
                                                 wk-qb-qtd.
           MOVE      ZEROS          TO          arqcliente-cnpj.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CNPJ
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0021-LE-CLIENTE
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.
           PERFORM   0040-FECHA-GRUPO.

           CLOSE     ARQRELGRUPO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             MOVE    arqcliente-cnpj TO         wk-cnpj
             IF      arqcliente-empresa EQUAL   wk-empresa-corrente
              AND    wk-cnpj-raiz   NOT EQUAL   ZEROS
              AND    NOT arqcliente-inativo
                 IF   wk-cnpj-raiz  NOT EQUAL   wk-qb-raiz
                     PERFORM        0040-FECHA-GRUPO
                     PERFORM        0022-ABRE-GRUPO
                 END-IF
                 PERFORM            0030-APURA-FILIAL
                 PERFORM            0023-GUARDA-FILIAL
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-ABRE-GRUPO.

           MOVE      wk-cnpj-raiz   TO          wk-qb-raiz.
           MOVE      ZEROS          TO          wk-qb-qtd
                                                 wk-qb-limite
                                                 wk-qb-compras
                                                 wk-qb-saldo
                                                 wk-qb-vencido.
           MOVE      'N'            TO          wk-qb-divide.
      *---------------------------------------------------------------
       0023-GUARDA-FILIAL.

           ADD       1              TO          wk-qb-qtd.
           ADD       arqcliente-limite-credito TO wk-qb-limite.
           ADD       wk-fl-compras  TO          wk-qb-compras.
           ADD       wk-fl-saldo    TO          wk-qb-saldo.
           ADD       wk-fl-vencido  TO          wk-qb-vencido.
           IF        wk-qb-qtd      >           1
            AND      wk-fl-vendedor NOT EQUAL   wk-mb-vendedor(1)
               MOVE  'S'            TO          wk-qb-divide
           END-IF.
           IF        wk-qb-qtd      NOT GREATER 200
               MOVE  arqcliente-codigo TO       wk-mb-codigo(wk-qb-qtd)
               MOVE  arqcliente-cnpj TO         wk-mb-cnpj(wk-qb-qtd)
               MOVE  arqcliente-raz-soc TO
                                    wk-mb-raz-soc(wk-qb-qtd)
               MOVE  wk-fl-vendedor TO
                                    wk-mb-vendedor(wk-qb-qtd)
               MOVE  arqcliente-limite-credito TO
                                    wk-mb-limite(wk-qb-qtd)
               MOVE  wk-fl-compras  TO
                                    wk-mb-compras(wk-qb-qtd)
               MOVE  wk-fl-saldo    TO          wk-mb-saldo(wk-qb-qtd)
               MOVE  wk-fl-vencido  TO
                                    wk-mb-vencido(wk-qb-qtd)
           END-IF.
      *---------------------------------------------------------------
      *    Vendedor of the branch's first assignment row, its normal
      *    notas of the last twelve months, and what it still owes.
       0030-APURA-FILIAL.

           MOVE      ZEROS          TO          wk-fl-vendedor
                                                 wk-fl-compras
                                                 wk-fl-saldo
                                                 wk-fl-vencido.
           MOVE      arqcliente-codigo TO       arqsaida-cliente-codigo.
           START     ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-CLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             READ    ARQSAIDA       NEXT RECORD
              AT END
               CONTINUE
              NOT AT END
               IF    arqsaida-cliente-codigo EQUAL arqcliente-codigo
                   MOVE arqsaida-vendedor-codigo TO wk-fl-vendedor
               END-IF
             END-READ
           END-START.
           MOVE      ZEROS          TO          FS-ARQSAIDA.

           MOVE      arqcliente-codigo TO       arqvenda-cliente-codigo.
           START     ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0031-LE-NOTA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.

           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           START     ARQTITULO      KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQTITULO
           END-START.
           PERFORM   0032-LE-TITULO
             UNTIL   FS-ARQTITULO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQTITULO.
      *---------------------------------------------------------------
       0031-LE-NOTA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
                 IF   arqvenda-normal
                  AND arqvenda-data NOT LESS    wk-corte
                     ADD arqvenda-valor TO      wk-fl-compras
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0032-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQTITULO
             ELSE
                 IF   arqtitulo-aberto
                     COMPUTE wk-fl-aberto =
                             arqtitulo-valor - arqtitulo-valor-pago
                     ADD wk-fl-aberto TO        wk-fl-saldo
                     IF  arqtitulo-vencimento LESS wk-hoje
                         ADD wk-fl-aberto TO    wk-fl-vencido
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A root with a single branch is an ordinary client and is
      *    left out; a network is printed branch by branch with its
      *    totals, and flagged when its branches are split between
      *    vendedores.
       0040-FECHA-GRUPO.

           IF        wk-qb-qtd      >           1
               ADD   1              TO          wk-tot-grupos
               ADD   wk-qb-qtd      TO          wk-tot-filiais
               MOVE  SPACES         TO          arqrelgrupo-linha
               WRITE arqrelgrupo-linha
               SET   wk-mk-cnpj     TO          TRUE
               COMPUTE wk-mk-numero =   wk-qb-raiz * 1000000
               CALL  'mascaradados' USING       wk-mascara
               MOVE  wk-mk-exibicao(1:10) TO    wk-lg-raiz
               MOVE  wk-qb-qtd      TO          wk-lg-qtd
               WRITE arqrelgrupo-linha FROM     wk-lin-grupo
               WRITE arqrelgrupo-linha FROM     wk-lin-cabec
               PERFORM              0041-IMPRIME-FILIAL
                 VARYING wk-qb-idx  FROM        1
                   BY    1
                   UNTIL wk-qb-idx  >           wk-qb-qtd
                    OR   wk-qb-idx  >           200
               MOVE  wk-qb-limite   TO          wk-lt-limite
               MOVE  wk-qb-compras  TO          wk-lt-compras
               MOVE  wk-qb-saldo    TO          wk-lt-saldo
               MOVE  wk-qb-vencido  TO          wk-lt-vencido
               WRITE arqrelgrupo-linha FROM     wk-lin-total
               IF    wk-qb-divide   EQUAL       'S'
                   ADD  1           TO          wk-tot-divididos
                   WRITE arqrelgrupo-linha
                         FROM       wk-lin-divide
               END-IF
           END-IF.
           MOVE      ZEROS          TO          wk-qb-qtd.
      *---------------------------------------------------------------
       0041-IMPRIME-FILIAL.

           MOVE      wk-mb-codigo(wk-qb-idx) TO wk-lm-codigo.
           SET       wk-mk-cnpj     TO          TRUE.
           MOVE      wk-mb-cnpj(wk-qb-idx) TO   wk-mk-numero.
           CALL      'mascaradados' USING       wk-mascara.
           MOVE      wk-mk-exibicao TO          wk-lm-cnpj.
           IF        wk-mk-sem-mascara
               PERFORM              0042-GRAVA-VISTA-LGPD
           END-IF.
           MOVE      wk-mb-raz-soc(wk-qb-idx) TO wk-lm-raz-soc.
           MOVE      wk-mb-vendedor(wk-qb-idx) TO wk-lm-vendedor.
           MOVE      wk-mb-limite(wk-qb-idx) TO wk-lm-limite.
           MOVE      wk-mb-compras(wk-qb-idx) TO wk-lm-compras.
           MOVE      wk-mb-saldo(wk-qb-idx) TO  wk-lm-saldo.
           MOVE      wk-mb-vencido(wk-qb-idx) TO wk-lm-vencido.
           WRITE     arqrelgrupo-linha FROM     wk-lin-membro.
      *---------------------------------------------------------------
      *    A branch printed with its cnpj in full is a view of the
      *    client's data like any screen.
       0042-GRAVA-VISTA-LGPD.

           ACCEPT    arqlgpd-data   FROM        DATE.
           ACCEPT    arqlgpd-hora   FROM        TIME.
           MOVE      wk-mk-operador TO          arqlgpd-operador.
           MOVE      wk-mb-codigo(wk-qb-idx) TO arqlgpd-cliente-codigo.
           MOVE      '05.31'        TO          arqlgpd-tela.
           SET       arqlgpd-de-cliente         TO          TRUE.
           SET       arqlgpd-sem-mascara        TO          TRUE.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'LGPD'         TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqlgpd-registro.
           WRITE     arqlgpd-registro.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
               CLOSE ARQSAIDA
               CLOSE ARQVENDA
               CLOSE ARQTITULO
           END-IF.
           CLOSE     ARQLGPD.
           GOBACK.
           exit program.

           end program relatoriogrupo.
