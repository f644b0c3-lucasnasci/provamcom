       program-id. retornomobile as "retornomobile".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendedorselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqvisitacfgselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqretmobileselect.cpy".
           copy "arqimporterrovendaselect.cpy".
           copy "arqimporterrovisitaselect.cpy".

       data division.

           file section.

           copy "arqvendedorfd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqvisitacfgfd.cpy".
           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqretmobilefd.cpy".
           copy "arqimporterrovendafd.cpy".
           copy "arqimporterrovisitafd.cpy".
      *-----------------------------------------------------------------
           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqvisitacfg  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visitacfg.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqimporterrovenda
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impvdaerro.dat".
           01  wk-caminho-arqimporterrovisita
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impviserro.dat".
      *    One return file per vendedor, named after their code.
           01  wk-caminho-arqretmobile.
              05 filler                 pic x(042) value
                 "C:\Users\vendedor\Documents\PROVACOBOL\ret".
              05 wk-ret-vendedor        pic 9(007) value zeros.
              05 filler                 pic x(004) value ".txt".
              05 filler                 pic x(017) value spaces.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-linha-atual         pic 9(007) value zeros.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-periodo         pic x(001) value 'N'.
              05 wk-registro-ok         pic x(001) value 'N'.
              05 wk-existe              pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-per-competencia       pic 9(006) value zeros.
           01  wk-vendedor-filtro       pic 9(007) value zeros.

      *    Check-in tolerance in km, shared with registravisita.
           01  wk-tolerancia            pic 9(003)v9(002) value 0,50.

           01  wk-visita.
              05 wk-data-realizada      pic  9(008) value zeros.
              05 wk-checkin-lat         pic s9(003)v9(008) value zeros.
              05 wk-checkin-lon         pic s9(003)v9(008) value zeros.
              05 wk-checkin-distancia   pic  9(005)v9(002) value zeros.
              05 wk-checkin-situacao    pic  x(001) value spaces.

           01  wk-calculo-distancia.
              05 wk-km-calculado        pic s9(005)v9(002) value zeros.
              05 wk-pi                  usage comp-2
                                         value 3,14159265358979.
              05 wk-raio-terra          usage comp-2 value 6371.
              05 wk-dlat-rad            usage comp-2 value zeros.
              05 wk-dlon-rad            usage comp-2 value zeros.
              05 wk-hav-a               usage comp-2 value zeros.
              05 wk-hav-c               usage comp-2 value zeros.

           01  wk-controle-retorno.
              05 wk-ctl-ok              pic x(001) value 'N'.
              05 wk-ctl-tem-header      pic x(001) value 'N'.
              05 wk-ctl-tem-trailer     pic x(001) value 'N'.
              05 wk-ctl-vendedor        pic 9(007) value zeros.
              05 wk-ctl-qtd             pic 9(007) value zeros.
              05 wk-ctl-hash            pic 9(015) value zeros.
              05 wk-qtd-dados           pic 9(007) value zeros.
              05 wk-hash-dados          pic 9(015) value zeros.

           01  wk-titulo.
              05 wk-tit-parcela         pic  9(002) value zeros.
              05 wk-tit-parcelas        pic  9(002) value zeros.
              05 wk-tit-intervalo       pic  9(003) value zeros.
              05 wk-tit-valor           pic  9(009)v9(002) value zeros.
              05 wk-tit-resto           pic  9(009)v9(002) value zeros.
              05 wk-tit-vencimento      pic  9(008) value zeros.
              05 wk-tit-dias-int        pic s9(009) comp value zeros.

           01  wk-totais.
              05 wk-tot-arquivos        pic 9(005) value zeros.
              05 wk-tot-arq-rejeitados  pic 9(005) value zeros.
              05 wk-tot-visitas         pic 9(007) value zeros.
              05 wk-tot-vis-rejeitadas  pic 9(007) value zeros.
              05 wk-tot-pedidos         pic 9(007) value zeros.
              05 wk-tot-ped-rejeitados  pic 9(007) value zeros.
              05 wk-valor-pedidos       pic 9(013)v9(002) value zeros.
      *-----------------------------------------------------------------
           copy "arqvendedorfs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqvisitacfgfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqretmobilefs.cpy".
           copy "arqimporterrovendafs.cpy".
           copy "arqimporterrovisitafs.cpy".
      *-----------------------------------------------------------------
           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).
      *-----------------------------------------------------------------
           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RETORNO MOBILE DOS VENDEDORES".
               05  line  3   col  05 value
                         "Vendedor (0 = todos)".
               05  line  3   col  45   using wk-vendedor-filtro.
               05  line  5   col  05 value
                         "1 Processar retornos / 9 Encerrar".
               05  line  5   col  45   using wk-opcao.
               05  line  10  col  45   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS RETORNOS (retNNNNNNN.txt)".
               05  line  3   col  05 VALUE
                         "Arquivos processados".
               05  line  3   col  45   using wk-tot-arquivos.
               05  line  4   col  05 VALUE
                         "Arquivos recusados (controle invalido)".
               05  line  4   col  45   using wk-tot-arq-rejeitados.
               05  line  5   col  05 VALUE
                         "Visitas gravadas".
               05  line  5   col  45   using wk-tot-visitas.
               05  line  6   col  05 VALUE
                         "Visitas rejeitadas (04.11)".
               05  line  6   col  45   using wk-tot-vis-rejeitadas.
               05  line  7   col  05 VALUE
                         "Pedidos carregados".
               05  line  7   col  45   using wk-tot-pedidos.
               05  line  8   col  05 VALUE
                         "Valor carregado".
               05  line  8   col  45   using wk-valor-pedidos.
               05  line  9   col  05 VALUE
                         "Pedidos rejeitados (04.11)".
               05  line  9   col  45   using wk-tot-ped-rejeitados.
               05  line  11  col  05 value
                         "Pressione ENTER para continuar".
               05  line  11  col  45   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       equal        'S'
           PERFORM       0020-PROCESSA-RETORNOS
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           IF        wk-opcao-entrada       EQUAL        'BATCH'
               MOVE  'S'            TO           wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQVISITA.
           IF        FS-ARQVISITA   EQUAL       '05'
            OR       FS-ARQVISITA   EQUAL       '35'
               CLOSE      ARQVISITA
               OPEN       OUTPUT      ARQVISITA
               CLOSE      ARQVISITA
               OPEN       I-O         ARQVISITA
           END-IF.
           OPEN      I-O          ARQVENDA.
           IF        FS-ARQVENDA    EQUAL       '05'
            OR       FS-ARQVENDA    EQUAL       '35'
               CLOSE      ARQVENDA
               OPEN       OUTPUT      ARQVENDA
               CLOSE      ARQVENDA
               OPEN       I-O         ARQVENDA
           END-IF.
           OPEN      I-O          ARQTITULO.
           IF        FS-ARQTITULO   EQUAL       '05'
            OR       FS-ARQTITULO   EQUAL       '35'
               CLOSE      ARQTITULO
               OPEN       OUTPUT      ARQTITULO
               CLOSE      ARQTITULO
               OPEN       I-O         ARQTITULO
           END-IF.
           OPEN      INPUT        ARQPERIODO.
           IF        FS-ARQPERIODO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-periodo
           END-IF.
           OPEN      EXTEND       ARQIMPORTERROVENDA.
           IF        FS-ARQIMPORTERROVENDA EQUAL '05'
               OPEN     OUTPUT    ARQIMPORTERROVENDA
               CLOSE    ARQIMPORTERROVENDA
               OPEN     EXTEND    ARQIMPORTERROVENDA
           END-IF.
           OPEN      EXTEND       ARQIMPORTERROVISITA.
           IF        FS-ARQIMPORTERROVISITA EQUAL '05'
               OPEN     OUTPUT    ARQIMPORTERROVISITA
               CLOSE    ARQIMPORTERROVISITA
               OPEN     EXTEND    ARQIMPORTERROVISITA
           END-IF.
           PERFORM   0005-LE-CONFIGURACAO.
      *---------------------------------------------------------------
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQVISITACFG.
           IF        FS-ARQVISITACFG EQUAL      ZEROS
               READ  ARQVISITACFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqvisitacfg-tolerancia NOT EQUAL ZEROS
                     MOVE arqvisitacfg-tolerancia TO wk-tolerancia
                 END-IF
               END-READ
               CLOSE ARQVISITACFG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-PROCESSA-RETORNOS
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every active vendedor's return file, when there is one.
      *    Visits go through the checks of the keyed registration,
      *    orders through those of the billing feed; rejects land
      *    in the files the correction screen in 04.11 works
      *    through.
       0020-PROCESSA-RETORNOS.

           INITIALIZE               wk-totais.
           MOVE      SPACES         TO          wk-msg.
           MOVE      LOW-VALUES     TO          ARQVENDEDOR-CHAVE.
           START     ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
           END-START.
           PERFORM   0021-PROCESSA-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDEDOR.

           IF        wk-batch       NOT EQUAL   'S'
               DISPLAY   SC-TELA-RESUMO
               ACCEPT    SC-TELA-RESUMO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-PROCESSA-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-ativo
              AND    arqvendedor-empresa EQUAL  wk-empresa-corrente
              AND  ( wk-vendedor-filtro EQUAL   ZEROS
              OR     wk-vendedor-filtro EQUAL   arqvendedor-codigo )
                 PERFORM            0022-PROCESSA-ARQUIVO
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Whole-file control first, as the billing feed: a file
      *    that fails it is left where it is for the next night.
      *    A file that passes is emptied once read -- everything in
      *    it is by then either in the masters or in a reject file.
       0022-PROCESSA-ARQUIVO.

           MOVE      arqvendedor-codigo TO      wk-ret-vendedor.
           MOVE      ZEROS          TO          wk-linha-atual.
           OPEN      INPUT        ARQRETMOBILE.
           IF        FS-ARQRETMOBILE EQUAL      ZEROS
               PERFORM              0023-VALIDA-CONTROLE
               CLOSE ARQRETMOBILE
               IF    wk-ctl-ok      EQUAL       'S'
                   ADD  1           TO          wk-tot-arquivos
                   OPEN INPUT       ARQRETMOBILE
                   PERFORM          0025-LE-RETORNO
                     UNTIL FS-ARQRETMOBILE EQUAL '10'
                   CLOSE ARQRETMOBILE
                   OPEN OUTPUT      ARQRETMOBILE
                   CLOSE ARQRETMOBILE
               ELSE
                   ADD  1           TO          wk-tot-arq-rejeitados
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0023-VALIDA-CONTROLE.

           MOVE      'N'            TO          wk-ctl-ok.
           MOVE      'N'            TO          wk-ctl-tem-header.
           MOVE      'N'            TO          wk-ctl-tem-trailer.
           MOVE      ZEROS          TO          wk-ctl-vendedor
                                                 wk-ctl-qtd
                                                 wk-ctl-hash
                                                 wk-qtd-dados
                                                 wk-hash-dados.
           PERFORM   0024-LE-CONTROLE
             UNTIL   FS-ARQRETMOBILE EQUAL      '10'.
           MOVE      '00'           TO          FS-ARQRETMOBILE.
           IF        wk-ctl-tem-header EQUAL    'S'
            AND      wk-ctl-tem-trailer EQUAL   'S'
            AND      wk-ctl-vendedor EQUAL      arqvendedor-codigo
            AND      wk-ctl-qtd     EQUAL       wk-qtd-dados
            AND      wk-ctl-hash    EQUAL       wk-hash-dados
               MOVE  'S'            TO          wk-ctl-ok
           END-IF.
      *---------------------------------------------------------------
       0024-LE-CONTROLE.

           READ      ARQRETMOBILE   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRETMOBILE
            NOT AT END
             EVALUATE arqretmobile-tipo
              WHEN   'H'
               MOVE  'S'            TO          wk-ctl-tem-header
               MOVE  arqretmobile-ctl-vendedor TO wk-ctl-vendedor
              WHEN   'T'
               MOVE  'S'            TO          wk-ctl-tem-trailer
               MOVE  arqretmobile-ctl-qtd TO    wk-ctl-qtd
               MOVE  arqretmobile-ctl-hash TO   wk-ctl-hash
              WHEN   'V'
               ADD   1              TO          wk-qtd-dados
               ADD   arqretmobile-vis-cliente TO wk-hash-dados
              WHEN   'P'
               ADD   1              TO          wk-qtd-dados
               ADD   arqretmobile-ped-cliente TO wk-hash-dados
              WHEN   OTHER
               ADD   1              TO          wk-qtd-dados
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0025-LE-RETORNO.

           READ      ARQRETMOBILE   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRETMOBILE
            NOT AT END
             EVALUATE arqretmobile-tipo
              WHEN   'V'
               ADD   1              TO          wk-linha-atual
               PERFORM              0030-CONSISTE-VISITA
               IF    wk-registro-ok EQUAL       'S'
                   PERFORM          0032-GRAVA-VISITA
               END-IF
              WHEN   'P'
               ADD   1              TO          wk-linha-atual
               PERFORM              0040-CONSISTE-PEDIDO
               IF    wk-registro-ok EQUAL       'S'
                   PERFORM          0042-GRAVA-PEDIDO
               END-IF
              WHEN   OTHER
               CONTINUE
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
      *    The checks registravisita makes on a keyed sheet line:
      *    planned date given, client on file, resultado V, P or F;
      *    then the check-in position is measured against the
      *    client the same way.
       0030-CONSISTE-VISITA.

           MOVE      'S'            TO          wk-registro-ok.
           IF        arqretmobile-vis-cliente EQUAL ZEROS
            OR       arqretmobile-vis-data-planejada EQUAL ZEROS
               MOVE  'Informar cliente e data planejada'
                                    TO          wk-msg
               PERFORM              0034-GRAVA-ERRO-VISITA
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
               MOVE  arqretmobile-vis-cliente TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 MOVE 'Cliente nao cadastrado'  TO          wk-msg
                 PERFORM            0034-GRAVA-ERRO-VISITA
               END-READ
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
            AND      arqretmobile-vis-resultado NOT EQUAL 'V'
            AND      arqretmobile-vis-resultado NOT EQUAL 'P'
            AND      arqretmobile-vis-resultado NOT EQUAL 'F'
               MOVE  'Resultado deve ser V, P ou F'
                                    TO          wk-msg
               PERFORM              0034-GRAVA-ERRO-VISITA
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
               MOVE  arqretmobile-vis-data-realizada TO
                                    wk-data-realizada
               IF    arqretmobile-vis-resultado EQUAL 'V'
                AND  wk-data-realizada EQUAL    ZEROS
                   MOVE arqretmobile-vis-data-planejada TO
                                    wk-data-realizada
               END-IF
               MOVE  arqretmobile-vis-lat TO    wk-checkin-lat
               MOVE  arqretmobile-vis-lon TO    wk-checkin-lon
               PERFORM              0031-VALIDA-CHECKIN
           END-IF.
      *---------------------------------------------------------------
       0031-VALIDA-CHECKIN.

           MOVE      ZEROS          TO          wk-checkin-distancia.
           IF        arqretmobile-vis-resultado EQUAL 'P'
               MOVE  SPACES         TO          wk-checkin-situacao
           ELSE
            IF       wk-checkin-lat EQUAL       ZEROS
             AND     wk-checkin-lon EQUAL       ZEROS
               MOVE  'N'            TO          wk-checkin-situacao
            ELSE
             IF      arqcliente-lat EQUAL       ZEROS
              AND    arqcliente-lon EQUAL       ZEROS
               MOVE  'S'            TO          wk-checkin-situacao
             ELSE
               PERFORM              0035-CALCULA-DISTANCIA
               MOVE  wk-km-calculado TO         wk-checkin-distancia
               IF    wk-checkin-distancia >     wk-tolerancia
                   MOVE 'F'         TO          wk-checkin-situacao
               ELSE
                   MOVE 'O'         TO          wk-checkin-situacao
               END-IF
             END-IF
            END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Same upsert as the keyed sheet: the device re-sending a
      *    visit simply corrects it.
       0032-GRAVA-VISITA.

           MOVE      'N'            TO          wk-existe.
           MOVE      arqvendedor-codigo TO
                                    arqvisita-vendedor-codigo.
           MOVE      arqretmobile-vis-data-planejada TO
                                    arqvisita-data-planejada.
           MOVE      arqretmobile-vis-cliente TO
                                    arqvisita-cliente-codigo.
           READ      ARQVISITA      KEY IS      ARQVISITA-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO          wk-existe
           END-READ.

           MOVE      arqvendedor-codigo TO
                                    arqvisita-vendedor-codigo.
           MOVE      arqretmobile-vis-data-planejada TO
                                    arqvisita-data-planejada.
           MOVE      arqretmobile-vis-cliente TO
                                    arqvisita-cliente-codigo.
           MOVE      wk-data-realizada TO
                                    arqvisita-data-realizada.
           MOVE      arqretmobile-vis-resultado TO
                                    arqvisita-resultado.
           MOVE      arqretmobile-vis-nota TO   arqvisita-nota.
           MOVE      'MOBILE'       TO          arqvisita-operador.
           MOVE      wk-checkin-lat TO          arqvisita-checkin-lat.
           MOVE      wk-checkin-lon TO          arqvisita-checkin-lon.
           MOVE      arqretmobile-vis-hora TO   arqvisita-checkin-hora.
           MOVE      wk-checkin-distancia TO
                                    arqvisita-checkin-distancia.
           MOVE      wk-checkin-situacao TO
                                    arqvisita-checkin-situacao.
           IF        wk-existe      EQUAL       'S'
               REWRITE arqvisita-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQVISITA
                                                 WK-MSG
                 PERFORM            0034-GRAVA-ERRO-VISITA
                NOT INVALID KEY
                 ADD  1             TO          wk-tot-visitas
               END-REWRITE
           ELSE
               WRITE arqvisita-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQVISITA
                                                 WK-MSG
                 PERFORM            0034-GRAVA-ERRO-VISITA
                NOT INVALID KEY
                 ADD  1             TO          wk-tot-visitas
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
       0034-GRAVA-ERRO-VISITA.

           MOVE      'N'            TO          wk-registro-ok.
           ADD       1              TO          wk-tot-vis-rejeitadas.
           MOVE      wk-linha-atual TO
                                    arqimporterrovisita-linha.
           MOVE      wk-msg         TO
                                    arqimporterrovisita-motivo.
           ACCEPT    arqimporterrovisita-data   FROM        DATE.
           ACCEPT    arqimporterrovisita-hora   FROM        TIME.
           MOVE      arqvendedor-codigo TO
                                    arqimporterrovisita-vendedor-codigo.
           MOVE      arqretmobile-vis-cliente TO
                                    arqimporterrovisita-cliente-codigo.
           MOVE      arqretmobile-vis-data-planejada TO
                                    arqimporterrovisita-data-planejada.
           MOVE      arqretmobile-vis-data-realizada TO
                                    arqimporterrovisita-data-realizada.
           MOVE      arqretmobile-vis-resultado TO
                                    arqimporterrovisita-resultado.
           MOVE      arqretmobile-vis-nota TO
                                    arqimporterrovisita-nota.
           MOVE      arqretmobile-vis-lat TO
                                    arqimporterrovisita-checkin-lat.
           MOVE      arqretmobile-vis-lon TO
                                    arqimporterrovisita-checkin-lon.
           MOVE      arqretmobile-vis-hora TO
                                    arqimporterrovisita-checkin-hora.
           WRITE     arqimporterrovisita-registro.
           initialize wk-msg.
      *---------------------------------------------------------------
       0035-CALCULA-DISTANCIA.

           COMPUTE   wk-dlat-rad    =
                     (wk-checkin-lat - arqcliente-lat) * wk-pi / 180.
           COMPUTE   wk-dlon-rad    =
                     (wk-checkin-lon - arqcliente-lon) * wk-pi / 180.
           COMPUTE   wk-hav-a       =
                     FUNCTION SIN(wk-dlat-rad / 2) ** 2 +
                     FUNCTION COS(arqcliente-lat * wk-pi / 180) *
                     FUNCTION COS(wk-checkin-lat * wk-pi / 180) *
                     FUNCTION SIN(wk-dlon-rad / 2) ** 2.
           COMPUTE   wk-hav-c       =
                     2 * FUNCTION ASIN(FUNCTION SQRT(wk-hav-a)).
           COMPUTE   wk-km-calculado =
                     wk-hav-c * wk-raio-terra
            ON SIZE ERROR
             MOVE    99999,99       TO          wk-km-calculado
           END-COMPUTE.
      *---------------------------------------------------------------
      *    The checks importvenda makes on a billing-feed nota: NF
      *    inedita, cliente and vendedor on file in this empresa,
      *    competencia aberta. The vendedor is the one the file
      *    belongs to.
       0040-CONSISTE-PEDIDO.

           MOVE      'S'            TO          wk-registro-ok.

           IF        arqretmobile-ped-numero-nf EQUAL ZEROS
               MOVE  'Numero de nota fiscal zerado'
                                    TO          wk-msg
               PERFORM              0044-GRAVA-ERRO-PEDIDO
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
               MOVE  arqretmobile-ped-numero-nf TO arqvenda-numero-nf
               READ  ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE 'Nota fiscal ja lancada'  TO          wk-msg
                 PERFORM            0044-GRAVA-ERRO-PEDIDO
               END-READ
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
               MOVE  arqretmobile-ped-cliente TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 MOVE 'Cliente nao cadastrado'  TO          wk-msg
                 PERFORM            0044-GRAVA-ERRO-PEDIDO
                NOT INVALID KEY
                 IF   arqcliente-empresa NOT EQUAL
                                    wk-empresa-corrente
                     MOVE 'Cliente de outra empresa' TO     wk-msg
                     PERFORM        0044-GRAVA-ERRO-PEDIDO
                 END-IF
               END-READ
           END-IF.
           IF        wk-registro-ok EQUAL       'S'
            AND      wk-tem-periodo EQUAL       'S'
               COMPUTE wk-per-competencia =
                       arqretmobile-ped-data / 100
               MOVE  wk-empresa-corrente TO     arqperiodo-empresa
               MOVE  wk-per-competencia TO
                                    arqperiodo-competencia
               READ  ARQPERIODO     KEY IS      ARQPERIODO-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqperiodo-fechado
                     MOVE 'Competencia fechada' TO          wk-msg
                     PERFORM        0044-GRAVA-ERRO-PEDIDO
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0042-GRAVA-PEDIDO.

           MOVE      arqretmobile-ped-numero-nf TO arqvenda-numero-nf.
           MOVE      arqretmobile-ped-cliente TO
                                    arqvenda-cliente-codigo.
           MOVE      arqvendedor-codigo TO
                                    arqvenda-vendedor-codigo.
           MOVE      arqretmobile-ped-data TO   arqvenda-data.
           MOVE      arqretmobile-ped-valor TO  arqvenda-valor.
           MOVE      ZEROS          TO          arqvenda-valor-icms
                                                 arqvenda-valor-ipi.
           SET       arqvenda-normal TO         TRUE.
           MOVE      ZEROS          TO          arqvenda-nf-origem
                                                 arqvenda-comp-apurada.
           MOVE      SPACES         TO          arqvenda-regime-apurado.
           WRITE     arqvenda-registro
            INVALID KEY
             MOVE    'Nota fiscal ja lancada'    TO          wk-msg
             PERFORM              0044-GRAVA-ERRO-PEDIDO
            NOT INVALID KEY
             ADD     1              TO          wk-tot-pedidos
             ADD     arqretmobile-ped-valor TO  wk-valor-pedidos
             PERFORM              0043-GERA-TITULOS
           END-WRITE.
      *---------------------------------------------------------------
       0043-GERA-TITULOS.

           MOVE      arqretmobile-ped-parcelas TO wk-tit-parcelas.
           MOVE      arqretmobile-ped-intervalo TO wk-tit-intervalo.
           IF        wk-tit-parcelas EQUAL      ZEROS
               MOVE  1              TO          wk-tit-parcelas
           END-IF.
           IF        wk-tit-parcelas GREATER    1
            AND      wk-tit-intervalo EQUAL     ZEROS
               MOVE  30             TO          wk-tit-intervalo
           END-IF.
           DIVIDE    arqretmobile-ped-valor BY  wk-tit-parcelas
                                    GIVING      wk-tit-valor
                                    REMAINDER   wk-tit-resto.
           PERFORM   0043A-GRAVA-TITULO
             VARYING wk-tit-parcela FROM        1
               BY    1
               UNTIL wk-tit-parcela >           wk-tit-parcelas.
      *---------------------------------------------------------------
       0043A-GRAVA-TITULO.

           MOVE      arqretmobile-ped-numero-nf TO arqtitulo-numero-nf.
           MOVE      wk-tit-parcela TO          arqtitulo-parcela.
           MOVE      arqretmobile-ped-cliente TO
                                    arqtitulo-cliente-codigo.
           MOVE      arqvendedor-codigo TO
                                    arqtitulo-vendedor-codigo.
           COMPUTE   wk-tit-dias-int =
                     FUNCTION INTEGER-OF-DATE(arqretmobile-ped-data)
                   + (wk-tit-parcela - 1) * wk-tit-intervalo.
           COMPUTE   wk-tit-vencimento =
                     FUNCTION DATE-OF-INTEGER(wk-tit-dias-int).
           MOVE      wk-tit-vencimento TO       arqtitulo-vencimento.
           IF        wk-tit-parcela EQUAL       wk-tit-parcelas
               COMPUTE arqtitulo-valor =
                       wk-tit-valor + wk-tit-resto
           ELSE
               MOVE  wk-tit-valor   TO          arqtitulo-valor
           END-IF.
           SET       arqtitulo-aberto           TO          TRUE.
           MOVE      ZEROS          TO
                                    arqtitulo-data-pagamento
                                    arqtitulo-valor-pago
                                    arqtitulo-data-remessa
                                    arqtitulo-acordo.
           WRITE     arqtitulo-registro
            INVALID KEY
             REWRITE arqtitulo-registro
           END-WRITE.
      *---------------------------------------------------------------
       0044-GRAVA-ERRO-PEDIDO.

           MOVE      'N'            TO          wk-registro-ok.
           ADD       1              TO          wk-tot-ped-rejeitados.
           MOVE      wk-linha-atual TO
                                    arqimporterrovenda-linha.
           MOVE      wk-msg         TO
                                    arqimporterrovenda-motivo.
           ACCEPT    arqimporterrovenda-data    FROM        DATE.
           ACCEPT    arqimporterrovenda-hora    FROM        TIME.
           MOVE      arqretmobile-ped-numero-nf TO
                                    arqimporterrovenda-numero-nf.
           MOVE      arqretmobile-ped-cliente TO
                                    arqimporterrovenda-cliente-codigo.
           MOVE      arqvendedor-codigo TO
                                    arqimporterrovenda-vendedor-codigo.
           MOVE      arqretmobile-ped-data TO
                                    arqimporterrovenda-data-venda.
           MOVE      arqretmobile-ped-valor TO
                                    arqimporterrovenda-valor.
           MOVE      arqretmobile-ped-parcelas TO
                                    arqimporterrovenda-parcelas.
           MOVE      arqretmobile-ped-intervalo TO
                                    arqimporterrovenda-intervalo.
           MOVE      ZEROS          TO
                                    arqimporterrovenda-produto-codigo
                                    arqimporterrovenda-quantidade.
           WRITE     arqimporterrovenda-registro.
           initialize wk-msg.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDEDOR
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQVISITA.
           CLOSE     ARQVENDA.
           CLOSE     ARQTITULO.
           IF        wk-tem-periodo EQUAL       'S'
               CLOSE ARQPERIODO
           END-IF.
           CLOSE     ARQIMPORTERROVENDA.
           CLOSE     ARQIMPORTERROVISITA.
           IF        fl-ok          NOT EQUAL   'S'
               MOVE  8              TO          RETURN-CODE
           ELSE
            IF      wk-tot-vis-rejeitadas GREATER ZEROS
             OR     wk-tot-ped-rejeitados GREATER ZEROS
             OR     wk-tot-arq-rejeitados GREATER ZEROS
               MOVE  4              TO          RETURN-CODE
            ELSE
               MOVE  0              TO          RETURN-CODE
            END-IF
           END-IF.
           GOBACK.
           exit program.

           end program retornomobile.
