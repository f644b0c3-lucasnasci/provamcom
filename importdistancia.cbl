       program-id. importdistancia as "importdistancia".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcachedistselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqimpdistselect.cpy".
           copy "arqrelimpdistselect.cpy".

       data division.

           file section.

           copy "arqcachedistfd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqimpdistfd.cpy".
           copy "arqrelimpdistfd.cpy".
      *-----------------------------------------------------------------
           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcachedist  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cachedist.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqimpdist    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\impdist.dat".
           01  wk-caminho-arqrelimpdist pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relimpdist.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-linha-atual         pic 9(007) value zeros.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-cache-existe        pic x(001) value 'N'.
              05 wk-feed-abortado       pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.

           01  wk-totais.
              05 wk-tot-lidos           pic 9(007) value zeros.
              05 wk-tot-novos           pic 9(007) value zeros.
              05 wk-tot-atualizados     pic 9(007) value zeros.
              05 wk-tot-rejeitados      pic 9(007) value zeros.

           01  wk-controle-feed.
              05 wk-ctl-ok              pic x(001) value 'N'.
              05 wk-ctl-tem-header      pic x(001) value 'N'.
              05 wk-ctl-tem-trailer     pic x(001) value 'N'.
              05 wk-ctl-qtd             pic 9(007) value zeros.
              05 wk-ctl-hash            pic 9(015) value zeros.

           01  wk-par.
              05 wk-vend-lat            pic s9(003)v9(008) value zeros.
              05 wk-vend-lon            pic s9(003)v9(008) value zeros.
              05 wk-km-minimo           pic s9(005)v9(002) value zeros.

           01  wk-calculo-distancia.
              05 wk-resultado           pic s9(005)v9(002) value zeros.
              05 wk-pi                  usage comp-2
                                         value 3,14159265358979.
              05 wk-raio-terra          usage comp-2 value 6371.
              05 wk-dlat-rad            usage comp-2 value zeros.
              05 wk-dlon-rad            usage comp-2 value zeros.
              05 wk-hav-a               usage comp-2 value zeros.
              05 wk-hav-c               usage comp-2 value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(048) value
                 "IMPORTACAO DE DISTANCIAS REAIS - ROTEIRIZADOR".
              05 filler                 pic x(009) value " EMISSAO ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-cabec.
              05 filler                 pic x(060) value
                 "  LINHA CLIENTE VENDEDOR MOTIVO".
           01  wk-lin-rejeicao.
              05 wk-lr-linha            pic zzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-lr-cliente          pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lr-vendedor         pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lr-motivo           pic x(050).
           01  wk-lin-total.
              05 wk-lt-rotulo           pic x(030).
              05 wk-lt-qtd              pic zzzzzz9.
      *-----------------------------------------------------------------
           copy "arqcachedistfs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqimpdistfs.cpy".
           copy "arqrelimpdistfs.cpy".
      *-----------------------------------------------------------------
           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).
      *-----------------------------------------------------------------
            SCREEN SECTION.
            01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "IMPORTACAO DE DISTANCIAS REAIS".
               05  line  3   col  05 value
                         "1 Processar arquivo do roteirizador".
               05  line  3   col  40   using wk-opcao.
               05  line  4   col  05 value
                         "9 Encerrar".
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
             01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA IMPORTACAO (relimpdist)".
               05  line  3   col  05 VALUE
                         "Pares lidos".
               05  line  3   col  40   using wk-tot-lidos.
               05  line  4   col  05 VALUE
                         "Pares novos no cache".
               05  line  4   col  40   using wk-tot-novos.
               05  line  5   col  05 VALUE
                         "Pares atualizados".
               05  line  5   col  40   using wk-tot-atualizados.
               05  line  6   col  05 VALUE
                         "Pares rejeitados".
               05  line  6   col  40   using wk-tot-rejeitados.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       equal        'S'
           IF        fl-ok          EQUAL        'S'
               PERFORM   0020-IMPORTA-DISTANCIAS
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO           fl-ok.
           IF        wk-opcao-entrada       EQUAL        'BATCH'
               MOVE  'S'            TO           wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem'   USING        FS-ARQCLIENTE
                                                  WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem'   USING        FS-ARQVENDEDOR
                                                  WK-MSG
           END-IF.
           OPEN      I-O          ARQCACHEDIST.
           IF        FS-ARQCACHEDIST EQUAL      '05'
            OR       FS-ARQCACHEDIST EQUAL      '35'
               CLOSE      ARQCACHEDIST
               OPEN       OUTPUT      ARQCACHEDIST
               CLOSE      ARQCACHEDIST
               OPEN       I-O         ARQCACHEDIST
           END-IF.
           IF        FS-ARQCACHEDIST NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem'   USING        FS-ARQCACHEDIST
                                                  WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-IMPORTA-DISTANCIAS
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Loads the routing engine's export into the distance cache.
      *    Each pair is stamped with the coordinates both masters
      *    hold today, so the figure is trusted by executar and the
      *    route generator only until either party moves -- the same
      *    per-record invalidation the estimated distances ride on.
       0020-IMPORTA-DISTANCIAS.

           INITIALIZE                           WK-TOTAIS.
           MOVE      ZEROS          TO          wk-linha-atual.
           MOVE      'N'            TO          wk-feed-abortado.
           ACCEPT    wk-hoje        FROM        DATE.
           OPEN      OUTPUT       ARQRELIMPDIST.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqrelimpdist-linha FROM   wk-lin-titulo.
           MOVE      SPACES         TO          arqrelimpdist-linha.
           WRITE     arqrelimpdist-linha.
           WRITE     arqrelimpdist-linha FROM   wk-lin-cabec.

           OPEN      INPUT         ARQIMPDIST.
           IF        FS-ARQIMPDIST  NOT EQUAL   ZEROS
               MOVE  'Nao foi possivel abrir o arquivo de importacao'
                                    TO          WK-MSG
               MOVE  'S'            TO          wk-feed-abortado
           ELSE
      *        The whole feed is refused before a single pair is
      *        applied when the header is missing or the trailer's
      *        count/hash does not match what actually arrived.
               PERFORM 0019-VALIDA-CONTROLE
               CLOSE   ARQIMPDIST
               IF    wk-ctl-ok      EQUAL       'S'
                   OPEN  INPUT      ARQIMPDIST
                   PERFORM 0021-LE-IMPORTACAO
                     UNTIL FS-ARQIMPDIST EQUAL  '10'
                   CLOSE   ARQIMPDIST
               ELSE
                   MOVE 'Feed rejeitado - controle invalido'
                                    TO          WK-MSG
                   MOVE  'S'        TO          wk-feed-abortado
                   MOVE  WK-MSG     TO          arqrelimpdist-linha
                   WRITE arqrelimpdist-linha
               END-IF
           END-IF.

           MOVE      SPACES         TO          arqrelimpdist-linha.
           WRITE     arqrelimpdist-linha.
           MOVE      'PARES LIDOS'  TO          wk-lt-rotulo.
           MOVE      wk-tot-lidos   TO          wk-lt-qtd.
           WRITE     arqrelimpdist-linha FROM   wk-lin-total.
           MOVE      'PARES NOVOS NO CACHE' TO  wk-lt-rotulo.
           MOVE      wk-tot-novos   TO          wk-lt-qtd.
           WRITE     arqrelimpdist-linha FROM   wk-lin-total.
           MOVE      'PARES ATUALIZADOS' TO     wk-lt-rotulo.
           MOVE      wk-tot-atualizados TO      wk-lt-qtd.
           WRITE     arqrelimpdist-linha FROM   wk-lin-total.
           MOVE      'PARES REJEITADOS' TO      wk-lt-rotulo.
           MOVE      wk-tot-rejeitados TO       wk-lt-qtd.
           WRITE     arqrelimpdist-linha FROM   wk-lin-total.
           CLOSE     ARQRELIMPDIST.

           IF        wk-batch       NOT EQUAL   'S'
               DISPLAY   SC-TELA-RESUMO
               ACCEPT    SC-TELA-RESUMO
           END-IF.
      *---------------------------------------------------------------
       0019-VALIDA-CONTROLE.

           MOVE      'N'            TO          wk-ctl-ok.
           MOVE      'N'            TO          wk-ctl-tem-header.
           MOVE      'N'            TO          wk-ctl-tem-trailer.
           MOVE      ZEROS          TO          wk-ctl-qtd
                                                 wk-ctl-hash.
           PERFORM   0019A-LE-CONTROLE
             UNTIL   FS-ARQIMPDIST  EQUAL       '10'.
           MOVE      '00'           TO          FS-ARQIMPDIST.
      *---------------------------------------------------------------
       0019A-LE-CONTROLE.

           READ      ARQIMPDIST     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQIMPDIST
            NOT AT END
             EVALUATE TRUE
              WHEN   arqimpdist-ctl-header
               MOVE  'S'            TO          wk-ctl-tem-header
              WHEN   arqimpdist-ctl-trailer
               MOVE  'S'            TO          wk-ctl-tem-trailer
               IF    wk-ctl-tem-header EQUAL    'S'
                AND  arqimpdist-ctl-qtd EQUAL   wk-ctl-qtd
                AND  arqimpdist-ctl-hash EQUAL  wk-ctl-hash
                   MOVE 'S'         TO          wk-ctl-ok
               END-IF
               MOVE  '10'           TO          FS-ARQIMPDIST
              WHEN   OTHER
               ADD   1              TO          wk-ctl-qtd
               ADD   arqimpdist-cliente-codigo TO wk-ctl-hash
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0021-LE-IMPORTACAO.

           READ      ARQIMPDIST     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQIMPDIST
            NOT AT END
             EVALUATE TRUE
              WHEN   arqimpdist-ctl-header
               CONTINUE
              WHEN   arqimpdist-ctl-trailer
               MOVE  '10'           TO          FS-ARQIMPDIST
              WHEN   OTHER
               ADD   1              TO          wk-linha-atual
               ADD   1              TO          wk-tot-lidos
               PERFORM 0022-CONSISTE-IMPORTACAO
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
      *    Both parties must be on file for this empresa with their
      *    coordinates, and the engine's kilometers cannot come in
      *    under the straight line between them -- such a figure
      *    means the export was run on stale or swapped positions.
       0022-CONSISTE-IMPORTACAO.

           MOVE      SPACES         TO          wk-msg.

           MOVE      arqimpdist-cliente-codigo TO arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             MOVE    'Cliente nao cadastrado'   TO          wk-msg
            NOT INVALID KEY
             IF      arqcliente-empresa NOT EQUAL wk-empresa-corrente
                 MOVE 'Cliente de outra empresa' TO         wk-msg
             ELSE
              IF     arqcliente-lat EQUAL       ZEROS
               AND   arqcliente-lon EQUAL       ZEROS
                 MOVE 'Cliente sem coordenadas' TO          wk-msg
              END-IF
             END-IF
           END-READ.

           IF        wk-msg         EQUAL       SPACES
               MOVE  arqimpdist-vendedor-codigo TO
                                    arqvendedor-codigo
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Vendedor nao cadastrado' TO          wk-msg
                NOT INVALID KEY
                 IF   arqvendedor-empresa NOT EQUAL
                                    wk-empresa-corrente
                     MOVE 'Vendedor de outra empresa' TO    wk-msg
                 ELSE
                     MOVE arqvendedor-lat TO    wk-vend-lat
                     MOVE arqvendedor-lon TO    wk-vend-lon
                 END-IF
               END-READ
           END-IF.

           IF        wk-msg         EQUAL       SPACES
            AND      arqimpdist-km  EQUAL       ZEROS
               MOVE  'Quilometragem nao informada' TO      wk-msg
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               PERFORM              0023-CALCULA-DISTANCIA
               COMPUTE wk-km-minimo ROUNDED =   wk-resultado * 0,95
               IF    arqimpdist-km  <           wk-km-minimo
                   MOVE 'Km real abaixo da distancia em linha reta'
                                    TO          wk-msg
               END-IF
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               PERFORM              0026-GRAVA-CACHE
           ELSE
               PERFORM              0027-GRAVA-ERRO
           END-IF.
      *---------------------------------------------------------------
      *    Same haversine executar uses, between the client in the
      *    record area and the vendedor's staged coordinates.
       0023-CALCULA-DISTANCIA.

           COMPUTE   wk-dlat-rad    =
                     (wk-vend-lat - arqcliente-lat) * wk-pi / 180.
           COMPUTE   wk-dlon-rad    =
                     (wk-vend-lon - arqcliente-lon) * wk-pi / 180.
           COMPUTE   wk-hav-a       =
                     FUNCTION SIN(wk-dlat-rad / 2) ** 2 +
                     FUNCTION COS(arqcliente-lat * wk-pi / 180) *
                     FUNCTION COS(wk-vend-lat * wk-pi / 180) *
                     FUNCTION SIN(wk-dlon-rad / 2) ** 2.
           COMPUTE   wk-hav-c       =
                     2 * FUNCTION ASIN(FUNCTION SQRT(wk-hav-a)).
           COMPUTE   wk-resultado   =
                     wk-hav-c * wk-raio-terra.
      *---------------------------------------------------------------
      *    The row keeps its estimated geometry alongside the real
      *    figure, so a fallback never has to recompute it.
       0026-GRAVA-CACHE.

           MOVE      'N'            TO          wk-cache-existe.
           MOVE      arqimpdist-cliente-codigo TO
                                    arqcachedist-cliente-codigo.
           MOVE      arqimpdist-vendedor-codigo TO
                                    arqcachedist-vendedor-codigo.
           READ      ARQCACHEDIST   KEY IS      ARQCACHEDIST-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO          wk-cache-existe
           END-READ.

           MOVE      arqimpdist-cliente-codigo TO
                                    arqcachedist-cliente-codigo.
           MOVE      arqimpdist-vendedor-codigo TO
                                    arqcachedist-vendedor-codigo.
           MOVE      arqcliente-lat TO
                                    arqcachedist-cliente-lat.
           MOVE      arqcliente-lon TO
                                    arqcachedist-cliente-lon.
           MOVE      wk-vend-lat    TO
                                    arqcachedist-vendedor-lat.
           MOVE      wk-vend-lon    TO
                                    arqcachedist-vendedor-lon.
           MOVE      wk-resultado   TO          arqcachedist-distancia.
           SET       arqcachedist-real          TO          TRUE.
           MOVE      arqimpdist-km  TO          arqcachedist-km-real.
           MOVE      arqimpdist-minutos TO      arqcachedist-minutos.
           MOVE      wk-hoje        TO          arqcachedist-data-real.
           IF        wk-cache-existe EQUAL      'S'
               REWRITE arqcachedist-registro
                INVALID KEY
                 CALL 'fsmensagem'  USING       FS-ARQCACHEDIST
                                                 WK-MSG
                NOT INVALID KEY
                 ADD  1             TO          wk-tot-atualizados
               END-REWRITE
           ELSE
               WRITE arqcachedist-registro
                INVALID KEY
                 CALL 'fsmensagem'  USING       FS-ARQCACHEDIST
                                                 WK-MSG
                NOT INVALID KEY
                 ADD  1             TO          wk-tot-novos
               END-WRITE
           END-IF.
           IF        wk-msg         NOT EQUAL   SPACES
               PERFORM              0027-GRAVA-ERRO
           END-IF.
      *---------------------------------------------------------------
       0027-GRAVA-ERRO.

           ADD       1              TO          wk-tot-rejeitados.
           MOVE      wk-linha-atual TO          wk-lr-linha.
           MOVE      arqimpdist-cliente-codigo TO wk-lr-cliente.
           MOVE      arqimpdist-vendedor-codigo TO wk-lr-vendedor.
           MOVE      wk-msg         TO          wk-lr-motivo.
           WRITE     arqrelimpdist-linha FROM   wk-lin-rejeicao.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQCLIENTE.
           CLOSE     ARQVENDEDOR.
           CLOSE     ARQCACHEDIST.
           EVALUATE  TRUE
            WHEN     fl-ok          NOT EQUAL   'S'
             MOVE    8              TO          RETURN-CODE
            WHEN     wk-feed-abortado EQUAL     'S'
             MOVE    8              TO          RETURN-CODE
            WHEN     wk-tot-rejeitados GREATER  ZEROS
             MOVE    4              TO          RETURN-CODE
            WHEN     OTHER
             MOVE    0              TO          RETURN-CODE
           END-EVALUATE.
           GOBACK.
           exit program.

           end program importdistancia.
