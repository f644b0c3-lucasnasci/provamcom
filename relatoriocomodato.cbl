       program-id. relatoriocomodato as "relatoriocomodato".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqpatrimonioselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqrelcomodatoselect.cpy".
           select    sort-comodato-work assign to "SORTCOMO".

       data division.

           file section.

           copy "arqpatrimoniofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqrelcomodatofd.cpy".

           SD  SORT-COMODATO-WORK.
           01  SORT-COMODATO-REG.
               05 SORT-VENDEDOR         pic  9(007).
               05 SORT-REGIAO           pic  9(007).
               05 SORT-CLIENTE          pic  9(007).
               05 SORT-PATRIMONIO       pic  9(007).
               05 SORT-RAZ-SOC          pic  x(040).
               05 SORT-TIPO             pic  x(001).
               05 SORT-DESCRICAO        pic  x(040).
               05 SORT-VALOR            pic  9(009)v9(002).
               05 SORT-ESTADO           pic  x(001).
               05 SORT-DATA-INSTALACAO  pic  9(008).
               05 SORT-SITUACAO         pic  x(001).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqpatrimonio pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\patrimonio.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqrelcomodato
                                    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcomodato.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-primeiro            pic x(001) value 'S'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.

           01  wk-quebra.
              05 wk-qb-vendedor         pic 9(007) value zeros.
              05 wk-qb-regiao           pic 9(007) value zeros.
              05 wk-qb-ven-qtd          pic 9(005) value zeros.
              05 wk-qb-ven-valor        pic 9(011)v9(002) value zeros.
              05 wk-qb-reg-qtd          pic 9(005) value zeros.
              05 wk-qb-reg-valor        pic 9(011)v9(002) value zeros.

           01  wk-totais.
              05 wk-tot-qtd             pic 9(005) value zeros.
              05 wk-tot-valor           pic 9(011)v9(002) value zeros.
              05 wk-tot-recolher        pic 9(005) value zeros.
              05 wk-tot-valor-recolher  pic 9(011)v9(002) value zeros.
              05 wk-tot-sem-vendedor    pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(048) value
                 "EQUIPAMENTOS EM COMODATO POR VENDEDOR E REGIAO -".
              05 filler                 pic x(009) value " EMISSAO ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-vendedor.
              05 filler                 pic x(009) value "VENDEDOR ".
              05 wk-lv-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lv-nome             pic x(040).
           01  wk-lin-regiao.
              05 filler                 pic x(009) value "  REGIAO ".
              05 wk-lr-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lr-nome             pic x(040).
           01  wk-lin-cabec.
              05 filler                 pic x(052) value
                 "    CLIENTE RAZAO SOCIAL                    PATRIM.".
              05 filler                 pic x(049) value
                 "T DESCRICAO                       VALOR E INSTAL.".
           01  wk-lin-detalhe.
              05 filler                 pic x(004) value spaces.
              05 wk-ld-cliente          pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-raz-soc          pic x(030).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-patrimonio       pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-tipo             pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-ld-descricao        pic x(025).
              05 wk-ld-valor            pic z.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-ld-estado           pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-ld-instalacao       pic 9(008).
              05 filler                 pic x(001) value space.
              05 wk-ld-observacao       pic x(011).
           01  wk-lin-subtotal.
              05 filler                 pic x(004) value spaces.
              05 wk-ls-rotulo           pic x(020).
              05 filler                 pic x(005) value "QTD ".
              05 wk-ls-qtd              pic zzzz9.
              05 filler                 pic x(008) value "  VALOR ".
              05 wk-ls-valor            pic z.zzz.zzz.zz9,99.

           copy "arqpatrimoniofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqrelcomodatofs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "INVENTARIO DE EQUIPAMENTOS EM COMODATO".
               05  line  3   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  3   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DO INVENTARIO (relcomodato.txt)".
               05  line  3   col  05 VALUE
                         "Equipamentos em clientes".
               05  line  3   col  43   using wk-tot-qtd.
               05  line  4   col  05 VALUE
                         "Valor em campo".
               05  line  4   col  43   using wk-tot-valor.
               05  line  5   col  05 VALUE
                         "A recolher (cliente suspenso/fechado)".
               05  line  5   col  43   using wk-tot-recolher.
               05  line  6   col  05 VALUE
                         "Valor a recolher".
               05  line  6   col  43   using wk-tot-valor-recolher.
               05  line  7   col  05 VALUE
                         "Em clientes sem vendedor".
               05  line  7   col  43   using wk-tot-sem-vendedor.
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

           OPEN      INPUT        ARQPATRIMONIO.
           IF        FS-ARQPATRIMONIO NOT EQUAL ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQPATRIMONIO
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           OPEN      INPUT        ARQVENDEDOR.
           OPEN      INPUT        ARQREGIAO.
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
      *    Everything out in the field, grouped the way the field is
      *    run: the vendedor who carries the client, then the
      *    client's regiao, with subtotals at both breaks.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           MOVE      'S'            TO          wk-primeiro.
           MOVE      'N'            TO          wk-fim-ordenacao.
           OPEN      OUTPUT       ARQRELCOMODATO.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqrelcomodato-linha FROM  wk-lin-titulo.
           MOVE      SPACES         TO          arqrelcomodato-linha.
           WRITE     arqrelcomodato-linha.

           SORT      SORT-COMODATO-WORK
                     ON ASCENDING KEY        SORT-VENDEDOR
                                             SORT-REGIAO
                                             SORT-CLIENTE
                                             SORT-PATRIMONIO
                     INPUT PROCEDURE IS      0021-CARREGA-PATRIMONIO
                     OUTPUT PROCEDURE IS     0030-IMPRIME-INVENTARIO.

           MOVE      SPACES         TO          arqrelcomodato-linha.
           WRITE     arqrelcomodato-linha.
           MOVE      'TOTAL GERAL'  TO          wk-ls-rotulo.
           MOVE      wk-tot-qtd     TO          wk-ls-qtd.
           MOVE      wk-tot-valor   TO          wk-ls-valor.
           WRITE     arqrelcomodato-linha FROM  wk-lin-subtotal.
           MOVE      'A RECOLHER'   TO          wk-ls-rotulo.
           MOVE      wk-tot-recolher TO         wk-ls-qtd.
           MOVE      wk-tot-valor-recolher TO   wk-ls-valor.
           WRITE     arqrelcomodato-linha FROM  wk-lin-subtotal.
           CLOSE     ARQRELCOMODATO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CARREGA-PATRIMONIO.

           MOVE      LOW-VALUES     TO          ARQPATRIMONIO-CODIGO.
           START     ARQPATRIMONIO  KEY IS      NOT LESS
                                    ARQPATRIMONIO-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQPATRIMONIO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQPATRIMONIO
           END-START.
           PERFORM   0022-LE-PATRIMONIO
             UNTIL   FS-ARQPATRIMONIO EQUAL     '10'.
           MOVE      ZEROS          TO          FS-ARQPATRIMONIO.
      *---------------------------------------------------------------
       0022-LE-PATRIMONIO.

           READ      ARQPATRIMONIO  NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPATRIMONIO
            NOT AT END
             IF      arqpatrimonio-empresa EQUAL wk-empresa-corrente
              AND  ( arqpatrimonio-comodato
              OR     arqpatrimonio-recolher )
                 PERFORM            0023-LIBERA-PATRIMONIO
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The vendedor of record is the client's first arqsaida row,
      *    as everywhere else; a client nobody carries sorts first
      *    under vendedor zero.
       0023-LIBERA-PATRIMONIO.

           INITIALIZE               SORT-COMODATO-REG.
           MOVE      arqpatrimonio-cliente-codigo TO SORT-CLIENTE.
           MOVE      arqpatrimonio-codigo TO    SORT-PATRIMONIO.
           MOVE      arqpatrimonio-tipo TO      SORT-TIPO.
           MOVE      arqpatrimonio-descricao TO SORT-DESCRICAO.
           MOVE      arqpatrimonio-valor TO     SORT-VALOR.
           MOVE      arqpatrimonio-estado TO    SORT-ESTADO.
           MOVE      arqpatrimonio-data-instalacao TO
                                    SORT-DATA-INSTALACAO.
           MOVE      arqpatrimonio-situacao TO  SORT-SITUACAO.

           MOVE      arqpatrimonio-cliente-codigo TO
                                    arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             MOVE    'CLIENTE NAO CADASTRADO'   TO          SORT-RAZ-SOC
            NOT INVALID KEY
             MOVE    arqcliente-raz-soc TO      SORT-RAZ-SOC
             MOVE    arqcliente-regiao-codigo TO SORT-REGIAO
           END-READ.

           MOVE      arqpatrimonio-cliente-codigo TO
                                    arqsaida-cliente-codigo.
           START     ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-CLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             READ    ARQSAIDA       NEXT RECORD
              AT END
               CONTINUE
              NOT AT END
               IF    arqsaida-cliente-codigo EQUAL
                                    arqpatrimonio-cliente-codigo
                   MOVE arqsaida-vendedor-codigo TO SORT-VENDEDOR
               END-IF
             END-READ
           END-START.
           RELEASE   SORT-COMODATO-REG.
      *---------------------------------------------------------------
       0030-IMPRIME-INVENTARIO.

           PERFORM   0031-RETURN-PATRIMONIO
             UNTIL   wk-fim-ordenacao EQUAL     'S'.
           IF        wk-primeiro    EQUAL       'N'
               PERFORM              0034-FECHA-REGIAO
               PERFORM              0035-FECHA-VENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0031-RETURN-PATRIMONIO.

           RETURN    SORT-COMODATO-WORK
            AT END
             MOVE    'S'            TO          wk-fim-ordenacao
            NOT AT END
             IF      wk-primeiro    EQUAL       'S'
                 MOVE 'N'           TO          wk-primeiro
                 PERFORM            0032-ABRE-VENDEDOR
                 PERFORM            0033-ABRE-REGIAO
             ELSE
              IF     SORT-VENDEDOR  NOT EQUAL   wk-qb-vendedor
                 PERFORM            0034-FECHA-REGIAO
                 PERFORM            0035-FECHA-VENDEDOR
                 PERFORM            0032-ABRE-VENDEDOR
                 PERFORM            0033-ABRE-REGIAO
              ELSE
               IF    SORT-REGIAO    NOT EQUAL   wk-qb-regiao
                 PERFORM            0034-FECHA-REGIAO
                 PERFORM            0033-ABRE-REGIAO
               END-IF
              END-IF
             END-IF
             PERFORM                0036-IMPRIME-DETALHE
           END-RETURN.
      *---------------------------------------------------------------
       0032-ABRE-VENDEDOR.

           MOVE      SORT-VENDEDOR  TO          wk-qb-vendedor.
           MOVE      ZEROS          TO          wk-qb-ven-qtd
                                                 wk-qb-ven-valor.
           MOVE      SORT-VENDEDOR  TO          wk-lv-codigo.
           MOVE      'SEM VENDEDOR ATRIBUIDO'   TO          wk-lv-nome.
           IF        SORT-VENDEDOR  NOT EQUAL   ZEROS
               MOVE  SORT-VENDEDOR  TO          arqvendedor-codigo
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE SPACES        TO          wk-lv-nome
                NOT INVALID KEY
                 MOVE arqvendedor-nome TO       wk-lv-nome
               END-READ
           END-IF.
           MOVE      SPACES         TO          arqrelcomodato-linha.
           WRITE     arqrelcomodato-linha.
           WRITE     arqrelcomodato-linha FROM  wk-lin-vendedor.
      *---------------------------------------------------------------
       0033-ABRE-REGIAO.

           MOVE      SORT-REGIAO    TO          wk-qb-regiao.
           MOVE      ZEROS          TO          wk-qb-reg-qtd
                                                 wk-qb-reg-valor.
           MOVE      SORT-REGIAO    TO          wk-lr-codigo.
           MOVE      SPACES         TO          wk-lr-nome.
           MOVE      wk-empresa-corrente TO     arqregiao-empresa.
           MOVE      SORT-REGIAO    TO          arqregiao-codigo.
           READ      ARQREGIAO      KEY IS      ARQREGIAO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqregiao-nome TO          wk-lr-nome
           END-READ.
           WRITE     arqrelcomodato-linha FROM  wk-lin-regiao.
           WRITE     arqrelcomodato-linha FROM  wk-lin-cabec.
      *---------------------------------------------------------------
       0034-FECHA-REGIAO.

           MOVE      'SUBTOTAL REGIAO' TO        wk-ls-rotulo.
           MOVE      wk-qb-reg-qtd  TO          wk-ls-qtd.
           MOVE      wk-qb-reg-valor TO         wk-ls-valor.
           WRITE     arqrelcomodato-linha FROM  wk-lin-subtotal.
      *---------------------------------------------------------------
       0035-FECHA-VENDEDOR.

           MOVE      'SUBTOTAL VENDEDOR' TO      wk-ls-rotulo.
           MOVE      wk-qb-ven-qtd  TO          wk-ls-qtd.
           MOVE      wk-qb-ven-valor TO         wk-ls-valor.
           WRITE     arqrelcomodato-linha FROM  wk-lin-subtotal.
      *---------------------------------------------------------------
       0036-IMPRIME-DETALHE.

           MOVE      SORT-CLIENTE   TO          wk-ld-cliente.
           MOVE      SORT-RAZ-SOC   TO          wk-ld-raz-soc.
           MOVE      SORT-PATRIMONIO TO         wk-ld-patrimonio.
           MOVE      SORT-TIPO      TO          wk-ld-tipo.
           MOVE      SORT-DESCRICAO TO          wk-ld-descricao.
           MOVE      SORT-VALOR     TO          wk-ld-valor.
           MOVE      SORT-ESTADO    TO          wk-ld-estado.
           MOVE      SORT-DATA-INSTALACAO TO    wk-ld-instalacao.
           MOVE      SPACES         TO          wk-ld-observacao.
           IF        SORT-SITUACAO  EQUAL       'R'
               MOVE  'A RECOLHER'   TO          wk-ld-observacao
               ADD   1              TO          wk-tot-recolher
               ADD   SORT-VALOR     TO          wk-tot-valor-recolher
           END-IF.
           WRITE     arqrelcomodato-linha FROM  wk-lin-detalhe.

           ADD       1              TO          wk-qb-reg-qtd
                                                 wk-qb-ven-qtd
                                                 wk-tot-qtd.
           ADD       SORT-VALOR     TO          wk-qb-reg-valor
                                                 wk-qb-ven-valor
                                                 wk-tot-valor.
           IF        SORT-VENDEDOR  EQUAL       ZEROS
               ADD   1              TO          wk-tot-sem-vendedor
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQPATRIMONIO
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQSAIDA.
           CLOSE     ARQVENDEDOR.
           CLOSE     ARQREGIAO.
           GOBACK.
           exit program.

           end program relatoriocomodato.
