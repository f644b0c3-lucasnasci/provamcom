       program-id. relatoriocampanha as "relatoriocampanha".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcampanhaselect.cpy".
           copy "arqincentivoselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqrelcampanhaselect.cpy".
           select    sort-cmp-work assign to "SORTCMP".

       data division.

           file section.

           copy "arqcampanhafd.cpy".
           copy "arqincentivofd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqrelcampanhafd.cpy".

           SD  SORT-CMP-WORK.
           01  SORT-CMP-REG.
               05 SORT-CAMPANHA         pic  9(005).
               05 SORT-BONUS            pic s9(009)v9(002).
               05 SORT-VENDEDOR         pic  9(007).
               05 SORT-UNIDADES         pic s9(007).
               05 SORT-VENDIDO          pic s9(011)v9(002).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcampanha   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\campanha.dat".
           01  wk-caminho-arqincentivo  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\incentivo.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqrelcampanha pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcampanha.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-incentivo       pic x(001) value 'N'.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-tem-vendedor        pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-campanha-filtro       pic 9(005) value zeros.

      *    A campaign can pay the same vendedor over several
      *    competencias; the rows of one campaign are summed here
      *    per vendedor and released to the SORT at the break.
           01  wk-ranking.
              05 wk-rk-campanha         pic 9(005) value zeros.
              05 wk-rk-qtd              pic 9(003) comp value zeros.
              05 wk-rk-idx              pic 9(003) comp value zeros.
              05 wk-rk-item             occurs 500 times.
               07 wk-rk-vendedor        pic 9(007).
               07 wk-rk-unidades        pic s9(007).
               07 wk-rk-vendido         pic s9(011)v9(002).
               07 wk-rk-bonus           pic s9(009)v9(002).

           01  wk-quebra.
              05 wk-qb-campanha         pic 9(005) value zeros.
              05 wk-qb-posicao          pic 9(005) value zeros.
              05 wk-qb-bonus            pic s9(011)v9(002) value zeros.

           01  wk-totais.
              05 wk-tot-campanhas       pic 9(005) value zeros.
              05 wk-tot-linhas          pic 9(007) value zeros.
              05 wk-tot-descartados     pic 9(007) value zeros.
              05 wk-tot-bonus           pic s9(011)v9(002) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(040) value
                 "RESULTADO DAS CAMPANHAS DE INCENTIVO EM ".
              05 wk-lti-hoje            pic 9(008).
           01  wk-lin-campanha.
              05 filler                 pic x(010) value "CAMPANHA ".
              05 wk-lc-codigo           pic 9(005).
              05 filler                 pic x(002) value spaces.
              05 wk-lc-descricao        pic x(040).
              05 filler                 pic x(002) value spaces.
              05 wk-lc-data-ini         pic 9(008).
              05 filler                 pic x(003) value " A ".
              05 wk-lc-data-fim         pic 9(008).
           01  wk-lin-colunas.
              05 filler                 pic x(050) value
                 "POS.  VENDEDOR NOME                               ".
              05 filler                 pic x(050) value
                 "  UNIDADES         VENDIDO           BONUS".
           01  wk-lin-detalhe.
              05 wk-ld-posicao          pic zzzz9.
              05 filler                 pic x(001) value spaces.
              05 wk-ld-vendedor         pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-nome             pic x(035).
              05 wk-ld-unidades         pic ---------9.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-vendido          pic ---.---.---.--9,99.
              05 wk-ld-bonus            pic ---.---.--9,99.
           01  wk-lin-subtotal.
              05 filler                 pic x(050) value
                 "  TOTAL DA CAMPANHA".
              05 filler                 pic x(024) value spaces.
              05 wk-ls-bonus            pic ---.---.---.--9,99.
           01  wk-lin-total.
              05 filler                 pic x(011) value "CAMPANHAS ".
              05 wk-lt-campanhas        pic zzzz9.
              05 filler                 pic x(013) value
                 "  VENDEDORES ".
              05 wk-lt-linhas           pic zzzzzz9.
              05 filler                 pic x(015) value
                 "  BONUS TOTAL ".
              05 wk-lt-bonus            pic ---.---.---.--9,99.

           copy "arqcampanhafs.cpy".
           copy "arqincentivofs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqrelcampanhafs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESULTADO DAS CAMPANHAS DE INCENTIVO".
               05  line  3   col  05 value
                         "Campanha (zero = todas)".
               05  line  3   col  43   using wk-campanha-filtro.
               05  line  4   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DAS CAMPANHAS (relcampanha.txt)".
               05  line  3   col  05 VALUE
                         "Campanhas listadas".
               05  line  3   col  40   using wk-tot-campanhas.
               05  line  4   col  05 VALUE
                         "Vendedores listados".
               05  line  4   col  40   using wk-tot-linhas.
               05  line  5   col  05 VALUE
                         "Vendedores acima da tabela".
               05  line  5   col  40   using wk-tot-descartados.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-GERA-RELATORIO
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    The vendedores of each campaign ranked by the bonus the
      *    commission close paid them (net of estornos), with the
      *    units and value sold that earned it. Run unattended it
      *    lists every campaign of the empresa.
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-lti-hoje.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQINCENTIVO.
           IF        FS-ARQINCENTIVO NOT EQUAL  ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQINCENTIVO
                                                 WK-MSG
           ELSE
               OPEN  INPUT        ARQCAMPANHA
               IF    FS-ARQCAMPANHA NOT EQUAL   ZEROS
                   MOVE 'N'         TO          fl-ok
                   CALL 'fsmensagem' USING      FS-ARQCAMPANHA
                                                 WK-MSG
                   CLOSE ARQINCENTIVO
               END-IF
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-vendedor
           END-IF.
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
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais
                                    wk-quebra.
           OPEN      OUTPUT       ARQRELCAMPANHA.
           WRITE     arqrelcampanha-linha FROM  wk-lin-titulo.

           SORT      SORT-CMP-WORK
                     ON ASCENDING KEY        SORT-CAMPANHA
                     ON DESCENDING KEY       SORT-BONUS
                     INPUT PROCEDURE IS      0021-CARREGA-INCENTIVOS
                     OUTPUT PROCEDURE IS     0025-LISTA-RANKING.

           IF        wk-qb-campanha NOT EQUAL   ZEROS
               PERFORM              0028-FECHA-CAMPANHA
           END-IF.
           MOVE      SPACES         TO          arqrelcampanha-linha.
           WRITE     arqrelcampanha-linha.
           MOVE      wk-tot-campanhas TO        wk-lt-campanhas.
           MOVE      wk-tot-linhas  TO          wk-lt-linhas.
           MOVE      wk-tot-bonus   TO          wk-lt-bonus.
           WRITE     arqrelcampanha-linha FROM  wk-lin-total.
           CLOSE     ARQRELCAMPANHA.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CARREGA-INCENTIVOS.

           MOVE      ZEROS          TO          wk-rk-campanha
                                                 wk-rk-qtd.
           MOVE      wk-empresa-corrente TO     arqincentivo-empresa.
           MOVE      wk-campanha-filtro TO      arqincentivo-campanha.
           MOVE      ZEROS          TO          arqincentivo-competencia
                                           arqincentivo-vendedor-codigo.
           MOVE      'N'            TO          wk-fim-incentivo.
           START     ARQINCENTIVO   KEY IS      NOT LESS
                                    ARQINCENTIVO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-incentivo
           END-START.
           PERFORM   0022-LE-INCENTIVO
             UNTIL   wk-fim-incentivo EQUAL     'S'.
           PERFORM   0024-RELEASE-CAMPANHA.
      *---------------------------------------------------------------
       0022-LE-INCENTIVO.

           READ      ARQINCENTIVO   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-incentivo
            NOT AT END
             IF      arqincentivo-empresa NOT EQUAL
                                    wk-empresa-corrente
              OR     (wk-campanha-filtro NOT EQUAL ZEROS
               AND    arqincentivo-campanha NOT EQUAL
                                    wk-campanha-filtro)
                 MOVE 'S'           TO          wk-fim-incentivo
             ELSE
                 IF  arqincentivo-campanha NOT EQUAL
                                    wk-rk-campanha
                     PERFORM        0024-RELEASE-CAMPANHA
                     MOVE arqincentivo-campanha TO
                                    wk-rk-campanha
                 END-IF
                 PERFORM            0023-ACUMULA-VENDEDOR
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-ACUMULA-VENDEDOR.

           MOVE      1              TO          wk-rk-idx.
           PERFORM   0023A-PROCURA-VENDEDOR
             UNTIL   wk-rk-idx      >           wk-rk-qtd
              OR     wk-rk-vendedor(wk-rk-idx) EQUAL
                                    arqincentivo-vendedor-codigo.
           IF        wk-rk-idx      > wk-rk-qtd
               IF    wk-rk-qtd      < 500
                   ADD  1           TO          wk-rk-qtd
                   MOVE wk-rk-qtd   TO          wk-rk-idx
                   MOVE arqincentivo-vendedor-codigo TO
                                    wk-rk-vendedor(wk-rk-idx)
                   MOVE ZEROS       TO     wk-rk-unidades(wk-rk-idx)
                                           wk-rk-vendido(wk-rk-idx)
                                           wk-rk-bonus(wk-rk-idx)
               ELSE
                   ADD  1           TO          wk-tot-descartados
                   MOVE ZEROS       TO          wk-rk-idx
               END-IF
           END-IF.
           IF        wk-rk-idx      NOT EQUAL   ZEROS
               ADD   arqincentivo-unidades TO
                                    wk-rk-unidades(wk-rk-idx)
               ADD   arqincentivo-valor-vendido TO
                                    wk-rk-vendido(wk-rk-idx)
               ADD   arqincentivo-valor-bonus TO
                                    wk-rk-bonus(wk-rk-idx)
           END-IF.
      *---------------------------------------------------------------
       0023A-PROCURA-VENDEDOR.

           ADD       1              TO          wk-rk-idx.
      *---------------------------------------------------------------
       0024-RELEASE-CAMPANHA.

           PERFORM   0024A-RELEASE-VENDEDOR
             VARYING wk-rk-idx      FROM        1
               BY    1
               UNTIL wk-rk-idx      >           wk-rk-qtd.
           MOVE      ZEROS          TO          wk-rk-qtd.
      *---------------------------------------------------------------
       0024A-RELEASE-VENDEDOR.

           MOVE      wk-rk-campanha TO          SORT-CAMPANHA.
           MOVE      wk-rk-bonus(wk-rk-idx)     TO    SORT-BONUS.
           MOVE      wk-rk-vendedor(wk-rk-idx)  TO    SORT-VENDEDOR.
           MOVE      wk-rk-unidades(wk-rk-idx)  TO    SORT-UNIDADES.
           MOVE      wk-rk-vendido(wk-rk-idx)   TO    SORT-VENDIDO.
           RELEASE   SORT-CMP-REG.
      *---------------------------------------------------------------
       0025-LISTA-RANKING.

           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           PERFORM   0026-RETURN-VENDEDOR
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
      *---------------------------------------------------------------
       0026-RETURN-VENDEDOR.

           RETURN    SORT-CMP-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             PERFORM 0027-IMPRIME-VENDEDOR
           END-RETURN.
      *---------------------------------------------------------------
       0027-IMPRIME-VENDEDOR.

           IF        SORT-CAMPANHA  NOT EQUAL   wk-qb-campanha
               IF    wk-qb-campanha NOT EQUAL   ZEROS
                   PERFORM          0028-FECHA-CAMPANHA
               END-IF
               PERFORM              0029-ABRE-CAMPANHA
           END-IF.
           ADD       1              TO          wk-qb-posicao
                                                 wk-tot-linhas.
           ADD       SORT-BONUS     TO          wk-qb-bonus
                                                 wk-tot-bonus.
           MOVE      wk-qb-posicao  TO          wk-ld-posicao.
           MOVE      SORT-VENDEDOR  TO          wk-ld-vendedor.
           MOVE      SORT-UNIDADES  TO          wk-ld-unidades.
           MOVE      SORT-VENDIDO   TO          wk-ld-vendido.
           MOVE      SORT-BONUS     TO          wk-ld-bonus.
           MOVE      SPACES         TO          wk-ld-nome.
           IF        wk-tem-vendedor EQUAL      'S'
               MOVE  SORT-VENDEDOR  TO          arqvendedor-codigo
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqvendedor-nome TO       wk-ld-nome
               END-READ
           END-IF.
           WRITE     arqrelcampanha-linha FROM  wk-lin-detalhe.
      *---------------------------------------------------------------
       0028-FECHA-CAMPANHA.

           MOVE      wk-qb-bonus    TO          wk-ls-bonus.
           WRITE     arqrelcampanha-linha FROM  wk-lin-subtotal.
      *---------------------------------------------------------------
       0029-ABRE-CAMPANHA.

           MOVE      SORT-CAMPANHA  TO          wk-qb-campanha.
           MOVE      ZEROS          TO          wk-qb-posicao
                                                 wk-qb-bonus.
           ADD       1              TO          wk-tot-campanhas.
           MOVE      SORT-CAMPANHA  TO          wk-lc-codigo.
           MOVE      SPACES         TO          wk-lc-descricao.
           MOVE      ZEROS          TO          wk-lc-data-ini
                                                 wk-lc-data-fim.
           MOVE      wk-empresa-corrente TO     arqcampanha-empresa.
           MOVE      SORT-CAMPANHA  TO          arqcampanha-codigo.
           READ      ARQCAMPANHA    KEY IS      ARQCAMPANHA-CHAVE
            INVALID KEY
             MOVE    'Campanha nao cadastrada' TO wk-lc-descricao
            NOT INVALID KEY
             MOVE    arqcampanha-descricao TO   wk-lc-descricao
             MOVE    arqcampanha-data-ini TO    wk-lc-data-ini
             MOVE    arqcampanha-data-fim TO    wk-lc-data-fim
           END-READ.
           MOVE      SPACES         TO          arqrelcampanha-linha.
           WRITE     arqrelcampanha-linha.
           WRITE     arqrelcampanha-linha FROM  wk-lin-campanha.
           WRITE     arqrelcampanha-linha FROM  wk-lin-colunas.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQINCENTIVO
               CLOSE ARQCAMPANHA
           END-IF.
           IF        wk-tem-vendedor EQUAL      'S'
               CLOSE ARQVENDEDOR
           END-IF.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program relatoriocampanha.
