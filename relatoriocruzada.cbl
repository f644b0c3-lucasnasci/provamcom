       program-id. relatoriocruzada as "relatoriocruzada".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqrelcruzselect.cpy".
           select    sort-cruzada-work assign to "SORTCRUZ".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqvendafd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqrelcruzfd.cpy".

           SD  SORT-CRUZADA-WORK.
           01  SORT-CRUZADA-REG.
               05 SORT-VENDEDOR         pic  9(007).
               05 SORT-VALOR-ANUAL      pic  9(009)v9(002).
               05 SORT-CLIENTE          pic  9(007).
               05 SORT-RAZ-SOC          pic  x(040).
               05 SORT-ULTIMA-A         pic  9(008).
               05 SORT-ULTIMA-B         pic  9(008).
               05 SORT-FALTA            pic  x(001).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqrelcruz    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcruz.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-fim-ordenacao       pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

      *    Twelve months back from today: purchases on or after the
      *    corte count as the client buying the line.
           01  wk-datas.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-r redefines wk-hoje.
               07 wk-hj-ano             pic 9(004).
               07 wk-hj-mmdd            pic 9(004).
              05 wk-corte               pic 9(008) value zeros.

      *    Purchase history of the client being examined, by line.
           01  wk-cliente-atual.
              05 wk-ca-ultima-a         pic 9(008) value zeros.
              05 wk-ca-ultima-b         pic 9(008) value zeros.
              05 wk-ca-compra-a         pic x(001) value 'N'.
              05 wk-ca-compra-b         pic x(001) value 'N'.
              05 wk-ca-data-nota        pic 9(008) value zeros.
      *    Line(s) the assignment row being looked at answers for and
      *    the line missing on it: A, B, or space for none.
              05 wk-ca-elegivel-a       pic x(001) value 'N'.
              05 wk-ca-elegivel-b       pic x(001) value 'N'.
              05 wk-ca-falta            pic x(001) value space.

           01  wk-quebra.
              05 wk-qb-vendedor         pic 9(007) value zeros.
              05 wk-qb-clientes         pic 9(005) value zeros.

           01  wk-totais.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-elegiveis       pic 9(007) value zeros.
              05 wk-tot-lacunas         pic 9(007) value zeros.
              05 wk-tot-vendedores      pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(046) value
                 "LACUNAS DE VENDA CRUZADA - COMPRAS DESDE ".
              05 wk-lti-corte           pic 9(008).
           01  wk-lin-vendedor.
              05 filler                 pic x(009) value "VENDEDOR ".
              05 wk-lv-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lv-nome             pic x(040).
           01  wk-lin-cabec.
              05 filler                 pic x(048) value
                 "CLIENTE  RAZAO SOCIAL".
              05 filler                 pic x(044) value
                 "   VALOR ANUAL  ULT.COMPRA A ULT.COMPRA B".
              05 filler                 pic x(010) value "FALTA".
           01  wk-lin-cliente.
              05 wk-lc-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lc-raz-soc          pic x(038).
              05 filler                 pic x(001) value space.
              05 wk-lc-valor-anual      pic zzz.zzz.zz9,99.
              05 filler                 pic x(003) value spaces.
              05 wk-lc-ultima-a         pic x(008).
              05 filler                 pic x(005) value spaces.
              05 wk-lc-ultima-b         pic x(008).
              05 filler                 pic x(005) value spaces.
              05 wk-lc-falta            pic x(001).
           01  wk-lin-total.
              05 filler                 pic x(029) value
                 "CLIENTES COM LINHA EM FALTA: ".
              05 wk-lt-clientes         pic zzzz9.

           copy "arqclientefs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqrelcruzfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "LACUNAS DE VENDA CRUZADA POR VENDEDOR".
               05  line  3   col  05 value
                         "Clientes das duas linhas que nao compraram".
               05  line  4   col  05 value
                         "uma delas nos ultimos 12 meses".
               05  line  6   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  6   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA VENDA CRUZADA (relcruz.txt)".
               05  line  3   col  05 VALUE
                         "Clientes ativos examinados".
               05  line  3   col  43   using wk-tot-clientes.
               05  line  4   col  05 VALUE
                         "Atendimentos elegiveis as duas linhas".
               05  line  4   col  43   using wk-tot-elegiveis.
               05  line  5   col  05 VALUE
                         "Atendimentos com linha em falta".
               05  line  5   col  43   using wk-tot-lacunas.
               05  line  6   col  05 VALUE
                         "Vendedores com lacunas".
               05  line  6   col  43   using wk-tot-vendedores.
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
           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA NOT EQUAL  ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQITEMVENDA
                                                 WK-MSG
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
      *    One sort record per assignment with a line in falta; the
      *    sort puts each vendedor's list in descending valor-anual so
      *    the biggest accounts head the cross-sell targets.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           OPEN      OUTPUT       ARQRELCRUZ.
           MOVE      wk-corte       TO          wk-lti-corte.
           WRITE     arqrelcruz-linha FROM      wk-lin-titulo.

           SORT      SORT-CRUZADA-WORK
                     ON ASCENDING KEY        SORT-VENDEDOR
                     ON DESCENDING KEY       SORT-VALOR-ANUAL
                     ON ASCENDING KEY        SORT-CLIENTE
                     INPUT PROCEDURE IS      0021-EXAMINA-CLIENTES
                     OUTPUT PROCEDURE IS     0040-IMPRIME-LACUNAS.

           CLOSE     ARQRELCRUZ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-EXAMINA-CLIENTES.

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           MOVE      wk-empresa-corrente TO     arqcliente-empresa.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0022-LE-CLIENTE
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.
      *---------------------------------------------------------------
       0022-LE-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             IF      arqcliente-empresa NOT EQUAL wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQCLIENTE
             ELSE
                 IF   arqcliente-ativo
                     ADD  1         TO          wk-tot-clientes
                     PERFORM        0023-HISTORICO-CLIENTE
                     PERFORM        0030-ATENDIMENTOS
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Last purchase ever in each line, from the items of the
      *    client's notas; cancelled notas and their reversals are
      *    not purchases.
       0023-HISTORICO-CLIENTE.

           MOVE      ZEROS          TO          wk-ca-ultima-a
                                                 wk-ca-ultima-b.
           MOVE      arqcliente-codigo TO       arqvenda-cliente-codigo.
           START     ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0024-LE-NOTA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.

           MOVE      'N'            TO          wk-ca-compra-a
                                                 wk-ca-compra-b.
           IF        wk-ca-ultima-a NOT LESS    wk-corte
               MOVE  'S'            TO          wk-ca-compra-a
           END-IF.
           IF        wk-ca-ultima-b NOT LESS    wk-corte
               MOVE  'S'            TO          wk-ca-compra-b
           END-IF.
      *---------------------------------------------------------------
       0024-LE-NOTA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
                 IF   arqvenda-normal
                     PERFORM        0025-ITENS-NOTA
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0025-ITENS-NOTA.

           MOVE      arqvenda-data  TO          wk-ca-data-nota.
           MOVE      arqvenda-numero-nf TO      arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0026-LE-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0026-LE-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL
                                    arqvenda-numero-nf
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 IF   arqitemvenda-linha-produto EQUAL 'A'
                  AND wk-ca-data-nota GREATER   wk-ca-ultima-a
                     MOVE wk-ca-data-nota TO    wk-ca-ultima-a
                 END-IF
                 IF   arqitemvenda-linha-produto EQUAL 'B'
                  AND wk-ca-data-nota GREATER   wk-ca-ultima-b
                     MOVE wk-ca-data-nota TO    wk-ca-ultima-b
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Each assignment row of the client: a split 'A' or 'B' row
      *    answers for its own line only, a classic row (linha in
      *    spaces) for whatever the account is eligible to.
       0030-ATENDIMENTOS.

           MOVE      arqcliente-codigo TO       arqsaida-cliente-codigo.
           START     ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQSAIDA
           END-START.
           PERFORM   0031-LE-ATENDIMENTO
             UNTIL   FS-ARQSAIDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQSAIDA.
      *---------------------------------------------------------------
       0031-LE-ATENDIMENTO.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQSAIDA
             ELSE
                 PERFORM            0032-VERIFICA-LACUNA
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Eligible to both lines: a 'T' client, or one served by a
      *    linha-todas vendedor. A client that bought neither line in
      *    the twelve months is a lapsed account, not a cross-sell
      *    gap, and is left to the inactivity reports.
       0032-VERIFICA-LACUNA.

           MOVE      'N'            TO          wk-ca-elegivel-a
                                                 wk-ca-elegivel-b.
           MOVE      SPACE          TO          wk-ca-falta.
           MOVE      arqsaida-vendedor-codigo TO arqvendedor-codigo.
           READ      ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
            INVALID KEY
             MOVE    SPACES         TO
                                    arqvendedor-linha-produto
           END-READ.
           IF        arqcliente-linha-t
            OR       arqvendedor-linha-todas
               ADD   1              TO          wk-tot-elegiveis
               IF    arqsaida-linha-atendida NOT EQUAL 'B'
                   MOVE 'S'         TO          wk-ca-elegivel-a
               END-IF
               IF    arqsaida-linha-atendida NOT EQUAL 'A'
                   MOVE 'S'         TO          wk-ca-elegivel-b
               END-IF
           END-IF.
           IF        wk-ca-compra-a EQUAL       'S'
            OR       wk-ca-compra-b EQUAL       'S'
               IF    wk-ca-elegivel-a EQUAL     'S'
                AND  wk-ca-compra-a EQUAL       'N'
                   MOVE 'A'         TO          wk-ca-falta
               END-IF
               IF    wk-ca-elegivel-b EQUAL     'S'
                AND  wk-ca-compra-b EQUAL       'N'
                   MOVE 'B'         TO          wk-ca-falta
               END-IF
           END-IF.
           IF        wk-ca-falta    NOT EQUAL   SPACE
               ADD   1              TO          wk-tot-lacunas
               MOVE  arqsaida-vendedor-codigo TO SORT-VENDEDOR
               MOVE  arqcliente-valor-anual TO  SORT-VALOR-ANUAL
               MOVE  arqcliente-codigo TO       SORT-CLIENTE
               MOVE  arqcliente-raz-soc TO      SORT-RAZ-SOC
               MOVE  wk-ca-ultima-a TO          SORT-ULTIMA-A
               MOVE  wk-ca-ultima-b TO          SORT-ULTIMA-B
               MOVE  wk-ca-falta    TO          SORT-FALTA
               RELEASE SORT-CRUZADA-REG
           END-IF.
      *---------------------------------------------------------------
       0040-IMPRIME-LACUNAS.

           MOVE      ZEROS          TO          wk-qb-vendedor.
           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           PERFORM   0041-RETURN-LACUNA
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
           IF        wk-qb-vendedor NOT EQUAL   ZEROS
               PERFORM              0043-FECHA-VENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0041-RETURN-LACUNA.

           RETURN    SORT-CRUZADA-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             IF      SORT-VENDEDOR  NOT EQUAL   wk-qb-vendedor
                 IF   wk-qb-vendedor NOT EQUAL  ZEROS
                     PERFORM        0043-FECHA-VENDEDOR
                 END-IF
                 PERFORM            0042-ABRE-VENDEDOR
             END-IF
             ADD     1              TO          wk-qb-clientes
             MOVE    SORT-CLIENTE   TO          wk-lc-codigo
             MOVE    SORT-RAZ-SOC   TO          wk-lc-raz-soc
             MOVE    SORT-VALOR-ANUAL TO        wk-lc-valor-anual
             MOVE    'NUNCA'        TO          wk-lc-ultima-a
                                                 wk-lc-ultima-b
             IF      SORT-ULTIMA-A  NOT EQUAL   ZEROS
                 MOVE SORT-ULTIMA-A TO          wk-lc-ultima-a
             END-IF
             IF      SORT-ULTIMA-B  NOT EQUAL   ZEROS
                 MOVE SORT-ULTIMA-B TO          wk-lc-ultima-b
             END-IF
             MOVE    SORT-FALTA     TO          wk-lc-falta
             WRITE   arqrelcruz-linha FROM      wk-lin-cliente
           END-RETURN.
      *---------------------------------------------------------------
       0042-ABRE-VENDEDOR.

           MOVE      SORT-VENDEDOR  TO          wk-qb-vendedor
                                                 wk-lv-codigo.
           MOVE      ZEROS          TO          wk-qb-clientes.
           ADD       1              TO          wk-tot-vendedores.
           MOVE      SPACES         TO          wk-lv-nome.
           MOVE      SORT-VENDEDOR  TO          arqvendedor-codigo.
           READ      ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqvendedor-nome TO        wk-lv-nome
           END-READ.
           MOVE      SPACES         TO          arqrelcruz-linha.
           WRITE     arqrelcruz-linha.
           WRITE     arqrelcruz-linha FROM      wk-lin-vendedor.
           WRITE     arqrelcruz-linha FROM      wk-lin-cabec.
      *---------------------------------------------------------------
       0043-FECHA-VENDEDOR.

           MOVE      wk-qb-clientes TO          wk-lt-clientes.
           WRITE     arqrelcruz-linha FROM      wk-lin-total.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
               CLOSE ARQSAIDA
               CLOSE ARQVENDEDOR
               CLOSE ARQVENDA
               CLOSE ARQITEMVENDA
           END-IF.
           GOBACK.
           exit program.

           end program relatoriocruzada.
