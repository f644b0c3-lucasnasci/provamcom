       program-id. cadastroregfeed as "cadastroregfeed".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqregfeedselect.cpy".
           copy "arqoperadorselect.cpy".

       data division.

           file section.

           copy "arqregfeedfd.cpy".
           copy "arqoperadorfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqregfeed    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\regfeed.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-acao                pic x(001) value spaces.
              05 wk-tem-operador        pic x(001) value 'N'.
              05 wk-operador            pic x(010) value spaces.
              05 wk-feed-filtro         pic x(008) value spaces.

           01  wk-entrada.
              05 wk-feed                pic  x(008) value spaces.
              05 wk-data                pic  9(008) value zeros.
              05 wk-versao              pic  9(003) value zeros.
              05 wk-hash                pic  9(015) value zeros.
              05 wk-qtd                 pic  9(007) value zeros.
              05 wk-programa            pic  x(020) value spaces.
              05 wk-data-proc           pic  9(008) value zeros.
              05 wk-hora-proc           pic  9(006) value zeros.
              05 wk-reprocessos         pic  9(003) value zeros.
              05 wk-liberado            pic  x(001) value spaces.
              05 wk-liberado-por        pic  x(010) value spaces.

           copy "arqregfeedfs.cpy".
           copy "arqoperadorfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REGISTRO DE ARQUIVOS DE INTERFACE RECEBIDOS".
               05  line  3   col 05 value
                         "1 Consultar e liberar reprocesso".
               05  line  4   col 05 value
                         "9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  6   col 05 value
                         "Feed (vazio = todos)".
               05  line  6   col  43   using wk-feed-filtro.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-ENTRADA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ARQUIVO DE INTERFACE PROCESSADO".
               05  line  3   col  05 value
                         "Feed / data / versao".
               05  line  3   col  43   using wk-feed.
               05  line  3   col  52   using wk-data.
               05  line  3   col  61   using wk-versao.
               05  line  4   col  05 value
                         "Hash de controle".
               05  line  4   col  43   using wk-hash.
               05  line  5   col  05 value
                         "Registros".
               05  line  5   col  43   using wk-qtd.
               05  line  6   col  05 value
                         "Processado por".
               05  line  6   col  43   using wk-programa.
               05  line  7   col  05 value
                         "Em (data / hora)".
               05  line  7   col  43   using wk-data-proc.
               05  line  7   col  52   using wk-hora-proc.
               05  line  8   col  05 value
                         "Reprocessamentos".
               05  line  8   col  43   using wk-reprocessos.
               05  line  9   col  05 value
                         "Liberado para reprocesso / por".
               05  line  9   col  43   using wk-liberado.
               05  line  9   col  52   using wk-liberado-por.
               05  line  11  col  05 value
                         "L libera / C cancela liberacao / F fim".
               05  line  11  col  43   using wk-acao.
               05  line  13  col  43   using wk-msg.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.

           OPEN      I-O          ARQREGFEED.
           IF        FS-ARQREGFEED  EQUAL       '05'
            OR       FS-ARQREGFEED  EQUAL       '35'
               CLOSE      ARQREGFEED
               OPEN       OUTPUT      ARQREGFEED
               CLOSE      ARQREGFEED
               OPEN       I-O         ARQREGFEED
           END-IF.
           IF        FS-ARQREGFEED  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQREGFEED
                                                 WK-MSG
           END-IF.
      *    Without the operator file no supervisor can be checked,
      *    and the registry can only be looked at.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             MOVE      FUNCTION UPPER-CASE(wk-feed-filtro)
                                     TO         wk-feed-filtro
             PERFORM   0020-PERCORRE-REGISTRO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Only an active, unlocked supervisor logged in through the
      *    menu may release a file; the release carries their code.
       0015-VERIFICA-SUPERVISOR.

           CALL      'operadoratual' USING      wk-operador.
           IF        wk-tem-operador NOT EQUAL  'S'
               MOVE  'Cadastro de operadores indisponivel'
                                    TO          wk-msg
           ELSE
               MOVE  wk-operador    TO          arqoperador-codigo
               READ  ARQOPERADOR    KEY IS      ARQOPERADOR-CODIGO
                INVALID KEY
                 MOVE 'Operador da sessao nao cadastrado'
                                    TO          wk-msg
                NOT INVALID KEY
                 IF   NOT arqoperador-supervisor
                  OR  NOT arqoperador-ativo
                  OR  arqoperador-bloqueado
                     MOVE 'Liberacao restrita a supervisor ativo'
                                    TO          wk-msg
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Walks the registry in key order -- feed, then data -- so
      *    the drops of one feed come together, newest last.
       0020-PERCORRE-REGISTRO.

           MOVE      LOW-VALUES     TO          ARQREGFEED-CHAVE.
           IF        wk-feed-filtro NOT EQUAL   SPACES
               MOVE  wk-feed-filtro TO          arqregfeed-feed
           END-IF.
           START     ARQREGFEED     KEY IS      NOT LESS
                                    ARQREGFEED-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQREGFEED
             MOVE    'Nenhum arquivo registrado' TO         wk-msg
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQREGFEED
           END-START.
           MOVE      SPACES         TO          wk-acao.
           PERFORM   0021-MOSTRA-ENTRADA
             UNTIL   FS-ARQREGFEED  EQUAL       '10'
              OR     wk-acao        EQUAL       'F'.
           MOVE      ZEROS          TO          FS-ARQREGFEED.
      *---------------------------------------------------------------
       0021-MOSTRA-ENTRADA.

           READ      ARQREGFEED     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQREGFEED
            NOT AT END
             IF      wk-feed-filtro NOT EQUAL   SPACES
              AND    arqregfeed-feed NOT EQUAL  wk-feed-filtro
                 MOVE '10'          TO          FS-ARQREGFEED
             ELSE
                 PERFORM            0022-CARREGA-TELA
                 MOVE SPACES        TO          wk-acao
                 DISPLAY SC-TELA-ENTRADA
                 ACCEPT  SC-TELA-ENTRADA
                 MOVE SPACES        TO          wk-msg
                 MOVE FUNCTION UPPER-CASE(wk-acao)
                                    TO          wk-acao
                 IF   wk-acao       EQUAL       'L'
                  OR  wk-acao       EQUAL       'C'
                     PERFORM        0023-ALTERA-LIBERACAO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-CARREGA-TELA.

           MOVE      arqregfeed-feed TO         wk-feed.
           MOVE      arqregfeed-data TO         wk-data.
           MOVE      arqregfeed-versao TO       wk-versao.
           MOVE      arqregfeed-hash TO         wk-hash.
           MOVE      arqregfeed-qtd TO          wk-qtd.
           MOVE      arqregfeed-programa TO     wk-programa.
           MOVE      arqregfeed-data-proc TO    wk-data-proc.
           MOVE      arqregfeed-hora-proc TO    wk-hora-proc.
           MOVE      arqregfeed-reprocessos TO  wk-reprocessos.
           MOVE      arqregfeed-liberado TO     wk-liberado.
           MOVE      arqregfeed-liberado-por TO wk-liberado-por.
      *---------------------------------------------------------------
      *    The release is good for one run: the next import that
      *    takes the file spends it (registrofeed clears the byte).
       0023-ALTERA-LIBERACAO.

           PERFORM   0015-VERIFICA-SUPERVISOR.
           IF        wk-msg         EQUAL       SPACES
               IF    wk-acao        EQUAL       'L'
                   SET  arqregfeed-liberado-sim TO          TRUE
                   MOVE wk-operador TO          arqregfeed-liberado-por
                   ACCEPT arqregfeed-liberado-data FROM     DATE
               ELSE
                   SET  arqregfeed-liberado-nao TO          TRUE
                   MOVE SPACES      TO          arqregfeed-liberado-por
                   MOVE ZEROS       TO
                                    arqregfeed-liberado-data
               END-IF
               REWRITE arqregfeed-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQREGFEED
                                                 WK-MSG
                NOT INVALID KEY
                 IF   wk-acao       EQUAL       'L'
                     MOVE 'Reprocesso liberado'  TO         wk-msg
                 ELSE
                     MOVE 'Liberacao cancelada'  TO         wk-msg
                 END-IF
               END-REWRITE
           END-IF.
           PERFORM   0022-CARREGA-TELA.
           DISPLAY   SC-TELA-ENTRADA.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQREGFEED
           END-IF.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           GOBACK.
           exit program.

           end program cadastroregfeed.
