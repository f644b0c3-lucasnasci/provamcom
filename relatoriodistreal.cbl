       program-id. relatoriodistreal as "relatoriodistreal".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqsaidaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqcachedistselect.cpy".
           copy "arqrelcobdistselect.cpy".

       data division.

           file section.

           copy "arqsaidafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqcachedistfd.cpy".
           copy "arqrelcobdistfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqcachedist  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cachedist.dat".
           01  wk-caminho-arqrelcobdist pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcobdist.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-primeiro            pic x(001) value 'S'.
              05 wk-tem-cachedist       pic x(001) value 'N'.
              05 wk-situacao-par        pic x(001) value spaces.
                 88 wk-par-real         value 'R'.
                 88 wk-par-desatualizado value 'D'.
                 88 wk-par-estimado     value 'E'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.

           01  wk-vendedor-par.
              05 wk-vp-lat              pic s9(003)v9(008) value zeros.
              05 wk-vp-lon              pic s9(003)v9(008) value zeros.

           01  wk-quebra.
              05 wk-qb-vendedor         pic 9(007) value zeros.
              05 wk-qb-nome             pic x(040) value spaces.
              05 wk-qb-pares            pic 9(007) value zeros.
              05 wk-qb-reais            pic 9(007) value zeros.
              05 wk-qb-desatualizados   pic 9(007) value zeros.
              05 wk-qb-estimados        pic 9(007) value zeros.

           01  wk-totais.
              05 wk-tot-pares           pic 9(007) value zeros.
              05 wk-tot-reais           pic 9(007) value zeros.
              05 wk-tot-desatualizados  pic 9(007) value zeros.
              05 wk-tot-estimados       pic 9(007) value zeros.
              05 wk-tot-perc-real       pic 9(003)v9(002) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(048) value
                 "COBERTURA DE DISTANCIAS REAIS NA CARTEIRA -".
              05 filler                 pic x(009) value " EMISSAO ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-cabec.
              05 filler                 pic x(050) value
                 "VENDEDOR NOME                             PARES".
              05 filler                 pic x(050) value
                 "    REAIS DESATUAL. ESTIMADOS  % REAL".
           01  wk-lin-vendedor.
              05 wk-lv-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lv-nome             pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-lv-pares            pic zzzzzz9.
              05 filler                 pic x(002) value spaces.
              05 wk-lv-reais            pic zzzzzz9.
              05 filler                 pic x(004) value spaces.
              05 wk-lv-desatualizados   pic zzzzzz9.
              05 filler                 pic x(003) value spaces.
              05 wk-lv-estimados        pic zzzzzz9.
              05 filler                 pic x(002) value spaces.
              05 wk-lv-perc             pic zz9,99.
           01  wk-lin-total.
              05 wk-lt-rotulo           pic x(040).
              05 wk-lt-qtd              pic zzzzzz9.

           copy "arqsaidafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqcachedistfs.cpy".
           copy "arqrelcobdistfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "COBERTURA DE DISTANCIAS REAIS".
               05  line  3   col  05 value
                         "1 Gerar relatorio (relcobdist)".
               05  line  4   col  05 value
                         "9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA COBERTURA".
               05  line  3   col  05 VALUE
                         "Pares cliente/vendedor na carteira".
               05  line  3   col  43   using wk-tot-pares.
               05  line  4   col  05 VALUE
                         "Com distancia real vigente".
               05  line  4   col  43   using wk-tot-reais.
               05  line  5   col  05 VALUE
                         "Real desatualizada (coordenada mudou)".
               05  line  5   col  43   using wk-tot-desatualizados.
               05  line  6   col  05 VALUE
                         "Ainda estimados".
               05  line  6   col  43   using wk-tot-estimados.
               05  line  7   col  05 VALUE
                         "Percentual real".
               05  line  7   col  43   using wk-tot-perc-real.
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
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
      *    No cache yet simply means every pair is still estimated.
           OPEN      INPUT        ARQCACHEDIST.
           IF        FS-ARQCACHEDIST EQUAL      ZEROS
               MOVE  'S'            TO          wk-tem-cachedist
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-GERA-RELATORIO
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Walks the carteira in vendedor order and classifies every
      *    assigned cliente/vendedor pair by what executar would use
      *    for it today: a real routing-engine figure still matching
      *    both coordinates, a real figure gone stale because one of
      *    them moved, or the haversine estimate.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           MOVE      'S'            TO          wk-primeiro.
           ACCEPT    wk-hoje        FROM        DATE.
           OPEN      OUTPUT       ARQRELCOBDIST.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqrelcobdist-linha FROM   wk-lin-titulo.
           MOVE      SPACES         TO          arqrelcobdist-linha.
           WRITE     arqrelcobdist-linha.
           WRITE     arqrelcobdist-linha FROM   wk-lin-cabec.

           MOVE      ZEROS          TO
                                    arqsaida-vendedor-codigo.
           START     ARQSAIDA       KEY IS      NOT LESS
                                    ARQSAIDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQSAIDA
           END-START.
           PERFORM   0021-LE-CARTEIRA
             UNTIL   FS-ARQSAIDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQSAIDA.
           IF        wk-primeiro    EQUAL       'N'
               PERFORM              0031-FECHA-VENDEDOR
           END-IF.

           IF        wk-tot-pares   GREATER     ZEROS
               COMPUTE wk-tot-perc-real ROUNDED =
                       wk-tot-reais * 100 / wk-tot-pares
           ELSE
               MOVE  ZEROS          TO          wk-tot-perc-real
           END-IF.
           MOVE      SPACES         TO          arqrelcobdist-linha.
           WRITE     arqrelcobdist-linha.
           MOVE      'PARES NA CARTEIRA' TO     wk-lt-rotulo.
           MOVE      wk-tot-pares   TO          wk-lt-qtd.
           WRITE     arqrelcobdist-linha FROM   wk-lin-total.
           MOVE      'COM DISTANCIA REAL VIGENTE' TO wk-lt-rotulo.
           MOVE      wk-tot-reais   TO          wk-lt-qtd.
           WRITE     arqrelcobdist-linha FROM   wk-lin-total.
           MOVE      'REAL DESATUALIZADA (COORDENADA MUDOU)'
                                    TO          wk-lt-rotulo.
           MOVE      wk-tot-desatualizados TO   wk-lt-qtd.
           WRITE     arqrelcobdist-linha FROM   wk-lin-total.
           MOVE      'AINDA ESTIMADOS' TO       wk-lt-rotulo.
           MOVE      wk-tot-estimados TO        wk-lt-qtd.
           WRITE     arqrelcobdist-linha FROM   wk-lin-total.
           CLOSE     ARQRELCOBDIST.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-CARTEIRA.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-empresa EQUAL     wk-empresa-corrente
              AND    arqsaida-vendedor-codigo NOT EQUAL ZEROS
                 IF   wk-primeiro   EQUAL       'S'
                     MOVE 'N'       TO          wk-primeiro
                     PERFORM        0030-ABRE-VENDEDOR
                 ELSE
                  IF  arqsaida-vendedor-codigo NOT EQUAL
                                    wk-qb-vendedor
                     PERFORM        0031-FECHA-VENDEDOR
                     PERFORM        0030-ABRE-VENDEDOR
                  END-IF
                 END-IF
                 PERFORM            0022-CLASSIFICA-PAR
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-CLASSIFICA-PAR.

           SET       wk-par-estimado            TO          TRUE.
           IF        wk-tem-cachedist EQUAL     'S'
               MOVE  arqsaida-cliente-codigo TO
                                    arqcachedist-cliente-codigo
               MOVE  arqsaida-vendedor-codigo TO
                                    arqcachedist-vendedor-codigo
               READ  ARQCACHEDIST   KEY IS      ARQCACHEDIST-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqcachedist-real
                     PERFORM        0023-VERIFICA-VIGENCIA
                 END-IF
               END-READ
           END-IF.
           ADD       1              TO          wk-qb-pares
                                                 wk-tot-pares.
           EVALUATE  TRUE
            WHEN     wk-par-real
             ADD     1              TO          wk-qb-reais
                                                 wk-tot-reais
            WHEN     wk-par-desatualizado
             ADD     1              TO          wk-qb-desatualizados
                                                 wk-tot-desatualizados
            WHEN     OTHER
             ADD     1              TO          wk-qb-estimados
                                                 wk-tot-estimados
           END-EVALUATE.
      *---------------------------------------------------------------
      *    The same coordinate test executar applies before trusting
      *    a cache row.
       0023-VERIFICA-VIGENCIA.

           SET       wk-par-desatualizado       TO          TRUE.
           MOVE      arqsaida-cliente-codigo TO arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqcachedist-cliente-lat EQUAL arqcliente-lat
              AND    arqcachedist-cliente-lon EQUAL arqcliente-lon
              AND    arqcachedist-vendedor-lat EQUAL wk-vp-lat
              AND    arqcachedist-vendedor-lon EQUAL wk-vp-lon
                 SET  wk-par-real   TO          TRUE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0030-ABRE-VENDEDOR.

           MOVE      arqsaida-vendedor-codigo TO wk-qb-vendedor.
           MOVE      ZEROS          TO          wk-qb-pares
                                                 wk-qb-reais
                                                 wk-qb-desatualizados
                                                 wk-qb-estimados.
           MOVE      arqsaida-vendedor-nome TO  wk-qb-nome.
           MOVE      ZEROS          TO          wk-vp-lat
                                                 wk-vp-lon.
           MOVE      arqsaida-vendedor-codigo TO arqvendedor-codigo.
           READ      ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqvendedor-lat TO         wk-vp-lat
             MOVE    arqvendedor-lon TO         wk-vp-lon
           END-READ.
      *---------------------------------------------------------------
       0031-FECHA-VENDEDOR.

           MOVE      wk-qb-vendedor TO          wk-lv-codigo.
           MOVE      wk-qb-nome     TO          wk-lv-nome.
           MOVE      wk-qb-pares    TO          wk-lv-pares.
           MOVE      wk-qb-reais    TO          wk-lv-reais.
           MOVE      wk-qb-desatualizados TO    wk-lv-desatualizados.
           MOVE      wk-qb-estimados TO         wk-lv-estimados.
           IF        wk-qb-pares    GREATER     ZEROS
               COMPUTE wk-lv-perc   ROUNDED =
                       wk-qb-reais * 100 / wk-qb-pares
           ELSE
               MOVE  ZEROS          TO          wk-lv-perc
           END-IF.
           WRITE     arqrelcobdist-linha FROM   wk-lin-vendedor.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQSAIDA
               CLOSE ARQCLIENTE
               CLOSE ARQVENDEDOR
           END-IF.
           IF        wk-tem-cachedist EQUAL     'S'
               CLOSE ARQCACHEDIST
           END-IF.
           GOBACK.
           exit program.

           end program relatoriodistreal.
