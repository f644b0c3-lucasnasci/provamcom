       program-id. relatoriocoaching as "relatoriocoaching".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendedorselect.cpy".
           copy "arqacompselect.cpy".
           copy "arqrelcoachingselect.cpy".
           select    sort-coaching-work assign to "SORTCO".

       data division.

           file section.

           copy "arqvendedorfd.cpy".
           copy "arqacompfd.cpy".
           copy "arqrelcoachingfd.cpy".

           SD  SORT-COACHING-WORK.
           01  SORT-COACHING-REG.
               05 SORT-SUPERVISOR       pic  9(007).
               05 SORT-VENDEDOR         pic  9(007).
               05 SORT-NOME             pic  x(040).
               05 SORT-ULTIMO           pic  9(008).
               05 SORT-MESES            pic  9(005).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqacomp      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\acompanha.dat".
           01  wk-caminho-arqrelcoaching pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcoaching.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-fim-leitura         pic x(001) value 'N'.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-primeiro            pic x(001) value 'S'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-hoje-r redefines wk-hoje.
              05 wk-hoje-ano            pic 9(004).
              05 wk-hoje-mes            pic 9(002).
              05 wk-hoje-dia            pic 9(002).

      *    Months without a ride-along above which a vendedor is
      *    listed as uncovered.
           01  wk-limite-meses          pic 9(002) value 3.

           01  wk-ultimo.
              05 wk-ul-vendedor         pic 9(007) value zeros.
              05 wk-ul-data             pic 9(008) value zeros.
              05 wk-ul-data-r redefines wk-ul-data.
               07 wk-ul-ano             pic 9(004).
               07 wk-ul-mes             pic 9(002).
               07 wk-ul-dia             pic 9(002).
              05 wk-ul-meses            pic 9(005) value zeros.

           01  wk-quebra.
              05 wk-qb-supervisor       pic 9(007) value zeros.
              05 wk-qb-vendedores       pic 9(005) value zeros.
              05 wk-qb-descobertos      pic 9(005) value zeros.

           01  wk-totais.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-descobertos     pic 9(005) value zeros.
              05 wk-tot-nunca           pic 9(005) value zeros.
              05 wk-tot-equipes         pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(045) value
                 "COBERTURA DE COACHING POR EQUIPE - LIMITE DE ".
              05 wk-lti-limite          pic z9.
              05 filler                 pic x(011) value
                 " MESES EM  ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-equipe.
              05 filler                 pic x(011) value
                 "SUPERVISOR ".
              05 wk-le-codigo           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-le-nome             pic x(040).
           01  wk-lin-cabec.
              05 filler                 pic x(011) value
                 "  VENDEDOR ".
              05 filler                 pic x(041) value "NOME".
              05 filler                 pic x(015) value
                 "ULTIMO   MESES".
           01  wk-lin-detalhe.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-vendedor         pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-nome             pic x(040).
              05 filler                 pic x(001) value space.
              05 wk-ld-ultimo           pic x(008).
              05 filler                 pic x(001) value space.
              05 wk-ld-meses            pic x(005).
              05 filler                 pic x(001) value space.
              05 wk-ld-situacao         pic x(020).
           01  wk-lin-subtotal.
              05 filler                 pic x(002) value spaces.
              05 wk-ls-rotulo           pic x(030).
              05 wk-ls-qtd              pic zzzz9.
              05 filler                 pic x(004) value spaces.
              05 wk-ls-rotulo-2         pic x(015).
              05 wk-ls-qtd-2            pic zzzz9.

           copy "arqvendedorfs.cpy".
           copy "arqacompfs.cpy".
           copy "arqrelcoachingfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "COBERTURA DE COACHING POR EQUIPE".
               05  line  3   col  05 value
                         "Meses sem acompanhamento (limite)".
               05  line  3   col  43   using wk-limite-meses.
               05  line  5   col  05 value
                         "1 Emitir relatorio (relcoaching)".
               05  line  6   col  05 value
                         "9 Encerrar".
               05  line  6   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA COBERTURA (relcoaching)".
               05  line  3   col  05 VALUE
                         "Equipes".
               05  line  3   col  43   from wk-tot-equipes.
               05  line  4   col  05 VALUE
                         "Vendedores com supervisor".
               05  line  4   col  43   from wk-tot-vendedores.
               05  line  5   col  05 VALUE
                         "Acima do limite de meses".
               05  line  5   col  43   from wk-tot-descobertos.
               05  line  6   col  05 VALUE
                         "Nunca acompanhados".
               05  line  6   col  43   from wk-tot-nunca.
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
           MOVE      'S'            TO          fl-ok.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQACOMP.
           IF        FS-ARQACOMP    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQACOMP
                                                 WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-EMITE-RELATORIO
             IF        wk-msg        EQUAL      SPACES
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
                 MOVE  'S'           TO         fl-ok
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every ativo vendedor of the empresa that reports to a
      *    supervisor is sorted into that supervisor's team with the
      *    date of the last ride-along actually carried out; the
      *    team listing flags whoever went past the month limit or
      *    was never accompanied at all.
       0020-EMITE-RELATORIO.

           IF        wk-limite-meses EQUAL      ZEROS
               MOVE  3              TO          wk-limite-meses
           END-IF.
           INITIALIZE               wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      'S'            TO          wk-primeiro.
           MOVE      'N'            TO          wk-fim-ordenacao.
           OPEN      OUTPUT       ARQRELCOACHING.
           MOVE      wk-limite-meses TO         wk-lti-limite.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqrelcoaching-linha FROM  wk-lin-titulo.

           SORT      SORT-COACHING-WORK
                     ON ASCENDING KEY        SORT-SUPERVISOR
                                             SORT-VENDEDOR
                     INPUT PROCEDURE IS      0021-SELECIONA-VENDEDORES
                     OUTPUT PROCEDURE IS     0030-LISTA-EQUIPES.

           MOVE      SPACES         TO          arqrelcoaching-linha.
           WRITE     arqrelcoaching-linha.
           MOVE      'TOTAL GERAL - VENDEDORES' TO wk-ls-rotulo.
           MOVE      wk-tot-vendedores TO       wk-ls-qtd.
           MOVE      'DESCOBERTOS'  TO          wk-ls-rotulo-2.
           MOVE      wk-tot-descobertos TO      wk-ls-qtd-2.
           WRITE     arqrelcoaching-linha FROM  wk-lin-subtotal.
           MOVE      'NUNCA ACOMPANHADOS' TO     wk-ls-rotulo.
           MOVE      wk-tot-nunca   TO          wk-ls-qtd.
           MOVE      'EQUIPES'      TO          wk-ls-rotulo-2.
           MOVE      wk-tot-equipes TO          wk-ls-qtd-2.
           WRITE     arqrelcoaching-linha FROM  wk-lin-subtotal.
           CLOSE     ARQRELCOACHING.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-SELECIONA-VENDEDORES.

           MOVE      'N'            TO          wk-fim-leitura.
           MOVE      LOW-VALUES     TO          arqvendedor-chave.
           START     ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0022-LE-VENDEDOR
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0022-LE-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqvendedor-empresa EQUAL  wk-empresa-corrente
              AND    arqvendedor-ativo
              AND    arqvendedor-supervisor-codigo NOT EQUAL ZEROS
                 PERFORM            0023-ULTIMO-ACOMPANHAMENTO
                 INITIALIZE         SORT-COACHING-REG
                 MOVE arqvendedor-supervisor-codigo TO
                                    SORT-SUPERVISOR
                 MOVE arqvendedor-codigo TO     SORT-VENDEDOR
                 MOVE arqvendedor-nome TO       SORT-NOME
                 MOVE wk-ul-data    TO          SORT-ULTIMO
                 MOVE wk-ul-meses   TO          SORT-MESES
                 RELEASE            SORT-COACHING-REG
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The ride-along rows of a vendedor are contiguous on the
      *    primary key and in date order, so the last realizado one
      *    read is the most recent. Months are counted calendar-wise
      *    (a ride-along in January is two months old in March).
       0023-ULTIMO-ACOMPANHAMENTO.

           MOVE      arqvendedor-codigo TO      wk-ul-vendedor.
           MOVE      ZEROS          TO          wk-ul-data
                                                 wk-ul-meses.
           MOVE      wk-ul-vendedor TO
                                        arqacomp-vendedor-codigo.
           MOVE      ZEROS          TO          arqacomp-data.
           MOVE      ZEROS          TO          arqacomp-cliente-codigo.
           START     ARQACOMP       KEY IS      NOT LESS
                                    ARQACOMP-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQACOMP
           END-START.
           PERFORM   0024-LE-ACOMPANHAMENTO
             UNTIL   FS-ARQACOMP    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQACOMP.
           IF        wk-ul-data     NOT EQUAL   ZEROS
               COMPUTE wk-ul-meses  =
                       (wk-hoje-ano * 12 + wk-hoje-mes)
                     - (wk-ul-ano * 12 + wk-ul-mes)
                 ON SIZE ERROR
                   MOVE ZEROS       TO          wk-ul-meses
               END-COMPUTE
           END-IF.
      *---------------------------------------------------------------
       0024-LE-ACOMPANHAMENTO.

           READ      ARQACOMP       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQACOMP
            NOT AT END
             IF      arqacomp-vendedor-codigo NOT EQUAL wk-ul-vendedor
                 MOVE '10'          TO          FS-ARQACOMP
             ELSE
              IF     arqacomp-realizado
               AND   arqacomp-data  >           wk-ul-data
                 MOVE arqacomp-data TO          wk-ul-data
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0030-LISTA-EQUIPES.

           PERFORM   0031-RETURN-VENDEDOR
             UNTIL   wk-fim-ordenacao EQUAL     'S'.
           IF        wk-primeiro    EQUAL       'N'
               PERFORM              0033-FECHA-EQUIPE
           END-IF.
      *---------------------------------------------------------------
       0031-RETURN-VENDEDOR.

           RETURN    SORT-COACHING-WORK
            AT END
             MOVE    'S'            TO          wk-fim-ordenacao
            NOT AT END
             IF      wk-primeiro    EQUAL       'S'
                 MOVE 'N'           TO          wk-primeiro
                 PERFORM            0032-ABRE-EQUIPE
             ELSE
              IF     SORT-SUPERVISOR NOT EQUAL  wk-qb-supervisor
                 PERFORM            0033-FECHA-EQUIPE
                 PERFORM            0032-ABRE-EQUIPE
              END-IF
             END-IF
             PERFORM                0034-IMPRIME-DETALHE
           END-RETURN.
      *---------------------------------------------------------------
       0032-ABRE-EQUIPE.

           MOVE      SORT-SUPERVISOR TO         wk-qb-supervisor.
           MOVE      ZEROS          TO          wk-qb-vendedores
                                                 wk-qb-descobertos.
           ADD       1              TO          wk-tot-equipes.
           MOVE      SORT-SUPERVISOR TO         wk-le-codigo.
           MOVE      SORT-SUPERVISOR TO         arqvendedor-codigo.
           READ      ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
            INVALID KEY
             MOVE    'SUPERVISOR NAO CADASTRADO' TO         wk-le-nome
            NOT INVALID KEY
             MOVE    arqvendedor-nome TO        wk-le-nome
           END-READ.
           MOVE      SPACES         TO          arqrelcoaching-linha.
           WRITE     arqrelcoaching-linha.
           WRITE     arqrelcoaching-linha FROM  wk-lin-equipe.
           WRITE     arqrelcoaching-linha FROM  wk-lin-cabec.
      *---------------------------------------------------------------
       0033-FECHA-EQUIPE.

           MOVE      'VENDEDORES DA EQUIPE' TO  wk-ls-rotulo.
           MOVE      wk-qb-vendedores TO        wk-ls-qtd.
           MOVE      'DESCOBERTOS'  TO          wk-ls-rotulo-2.
           MOVE      wk-qb-descobertos TO       wk-ls-qtd-2.
           WRITE     arqrelcoaching-linha FROM  wk-lin-subtotal.
      *---------------------------------------------------------------
       0034-IMPRIME-DETALHE.

           ADD       1              TO          wk-qb-vendedores
                                                 wk-tot-vendedores.
           MOVE      SORT-VENDEDOR  TO          wk-ld-vendedor.
           MOVE      SORT-NOME      TO          wk-ld-nome.
           IF        SORT-ULTIMO    EQUAL       ZEROS
               MOVE  'NENHUM'       TO          wk-ld-ultimo
               MOVE  SPACES         TO          wk-ld-meses
               MOVE  'NUNCA ACOMPANHADO' TO     wk-ld-situacao
               ADD   1              TO          wk-qb-descobertos
                                                 wk-tot-descobertos
                                                 wk-tot-nunca
           ELSE
               MOVE  SORT-ULTIMO    TO          wk-ld-ultimo
               MOVE  SORT-MESES     TO          wk-ld-meses
               IF    SORT-MESES     >           wk-limite-meses
                   MOVE 'ACIMA DO LIMITE' TO    wk-ld-situacao
                   ADD 1            TO          wk-qb-descobertos
                                                 wk-tot-descobertos
               ELSE
                   MOVE 'EM DIA'    TO          wk-ld-situacao
               END-IF
           END-IF.
           WRITE     arqrelcoaching-linha FROM  wk-lin-detalhe.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQVENDEDOR.
           CLOSE     ARQACOMP.
           GOBACK.
           exit program.

           end program relatoriocoaching.
