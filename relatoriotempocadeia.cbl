       program-id. relatoriotempocadeia as "relatoriotempocadeia".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqtempopassoselect.cpy".
           copy "arqreltemposelect.cpy".

       data division.

           file section.

           copy "arqtempopassofd.cpy".
           copy "arqreltempofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtempopasso pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\tempopasso.dat".
           01  wk-caminho-arqreltempo   pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\reltempo.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-tempo           pic x(001) value 'N'.

           01  wk-dias                  pic 9(003) value 30.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-corte                 pic 9(008) value zeros.
           01  wk-etapa-anterior        pic x(020) value spaces.
           01  wk-primeiro              pic x(001) value 'S'.

      *    Figures of the step being listed; reset at each new step.
           01  wk-etapa.
              05 wk-et-noites           pic 9(005) value zeros.
              05 wk-et-soma             pic 9(011) value zeros.
              05 wk-et-minimo           pic 9(007) value zeros.
              05 wk-et-maximo           pic 9(007) value zeros.
              05 wk-et-ultima           pic 9(007) value zeros.
              05 wk-et-media            pic 9(007) value zeros.
              05 wk-et-desvio           pic s9(007) value zeros.
              05 wk-et-percentual       pic s9(005) value zeros.

           01  wk-totais.
              05 wk-tot-lidos           pic 9(007) value zeros.
              05 wk-tot-etapas          pic 9(005) value zeros.
              05 wk-tot-noites          pic 9(007) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(047) value
                 "TEMPOS DA CADEIA NOTURNA POR ETAPA - ULTIMOS".
              05 wk-lti-dias            pic zz9.
              05 filler                 pic x(010) value " DIAS EM ".
              05 wk-lti-hoje            pic 9(008).
           01  wk-lin-etapa.
              05 filler                 pic x(007) value "ETAPA ".
              05 wk-le-etapa            pic x(020).
           01  wk-lin-colunas.
              05 filler                 pic x(045) value
                 "  DATA     INICIO FIM    DURACAO(S) ESPERA(S)".
              05 filler                 pic x(030) value
                 "  RET SITUACAO".
           01  wk-lin-detalhe.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-data             pic 9(008).
              05 filler                 pic x(001) value space.
              05 wk-ld-inicio           pic 9(006).
              05 filler                 pic x(001) value space.
              05 wk-ld-fim              pic 9(006).
              05 filler                 pic x(001) value space.
              05 wk-ld-duracao          pic zzzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-espera           pic zzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-retorno          pic zzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-situacao         pic x(010).
           01  wk-lin-resumo.
              05 filler                 pic x(010) value
                 "  NOITES".
              05 wk-lr-noites           pic zzzz9.
              05 filler                 pic x(008) value "  MEDIA".
              05 wk-lr-media            pic zzzzzz9.
              05 filler                 pic x(008) value "  MINIMO".
              05 wk-lr-minimo           pic zzzzzz9.
              05 filler                 pic x(008) value "  MAXIMO".
              05 wk-lr-maximo           pic zzzzzz9.
              05 filler                 pic x(015) value
                 "  ULTIMA NOITE".
              05 wk-lr-ultima           pic zzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-lr-desvio           pic ------9.
              05 filler                 pic x(002) value " (".
              05 wk-lr-percentual       pic -----9.
              05 filler                 pic x(002) value "%)".
           01  wk-lin-total.
              05 filler                 pic x(020) value
                 "ETAPAS LISTADAS".
              05 wk-lt-etapas           pic zzzz9.
              05 filler                 pic x(020) value
                 "   NOITES LISTADAS".
              05 wk-lt-noites           pic zzzzzz9.

           copy "arqtempopassofs.cpy".
           copy "arqreltempofs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "TEMPOS DA CADEIA NOTURNA".
               05  line  3   col  05 value
                         "Dias de historico".
               05  line  3   col  43   using wk-dias.
               05  line  4   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS TEMPOS (reltempo.txt)".
               05  line  3   col  05 VALUE
                         "Registros de tempo lidos".
               05  line  3   col  40   using wk-tot-lidos.
               05  line  4   col  05 VALUE
                         "Etapas listadas".
               05  line  4   col  40   using wk-tot-etapas.
               05  line  5   col  05 VALUE
                         "Noites listadas".
               05  line  5   col  40   using wk-tot-noites.
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
      *    How long each step of the nightly chain has been taking:
      *    every night it ran within the days asked for, oldest
      *    first, then the step's average, shortest and longest
      *    night and how far the last night stood from the average
      *    -- a step creeping towards the end of the batch window
      *    shows here long before it breaks it.
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           MOVE      30             TO          wk-dias.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-lti-hoje.

           OPEN      INPUT        ARQTEMPOPASSO.
           IF        FS-ARQTEMPOPASSO NOT EQUAL ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum tempo de etapa registrado'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             IF        wk-dias       EQUAL      ZEROS
                 MOVE  30            TO         wk-dias
             END-IF
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
                                    wk-etapa.
           MOVE      'S'            TO          wk-primeiro.
           MOVE      wk-dias        TO          wk-lti-dias.
           COMPUTE   wk-corte       =
                     FUNCTION DATE-OF-INTEGER
                              (FUNCTION INTEGER-OF-DATE(wk-hoje)
                               - wk-dias).
           OPEN      OUTPUT       ARQRELTEMPO.
           WRITE     arqreltempo-linha FROM wk-lin-titulo.

           MOVE      LOW-VALUES     TO          arqtempopasso-chave.
           MOVE      'N'            TO          wk-fim-tempo.
           START     ARQTEMPOPASSO  KEY IS      NOT LESS
                                    ARQTEMPOPASSO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-tempo
           END-START.
           PERFORM   0021-LE-TEMPO
             UNTIL   wk-fim-tempo   EQUAL       'S'.
           IF        wk-primeiro    EQUAL       'N'
               PERFORM              0024-IMPRIME-RESUMO
           END-IF.

           MOVE      SPACES         TO          arqreltempo-linha.
           WRITE     arqreltempo-linha.
           MOVE      wk-tot-etapas  TO          wk-lt-etapas.
           MOVE      wk-tot-noites  TO          wk-lt-noites.
           WRITE     arqreltempo-linha FROM wk-lin-total.
           CLOSE     ARQRELTEMPO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-TEMPO.

           READ      ARQTEMPOPASSO  NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-tempo
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             IF      arqtempopasso-data NOT LESS wk-corte
                 PERFORM            0022-IMPRIME-NOITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-IMPRIME-NOITE.

           IF        wk-primeiro    EQUAL       'S'
            OR       arqtempopasso-etapa NOT EQUAL wk-etapa-anterior
               IF    wk-primeiro    EQUAL       'N'
                   PERFORM          0024-IMPRIME-RESUMO
               END-IF
               PERFORM              0023-IMPRIME-ETAPA
           END-IF.

           ADD       1              TO          wk-et-noites
                                                wk-tot-noites.
           ADD       arqtempopasso-duracao TO   wk-et-soma.
           IF        wk-et-noites   EQUAL       1
            OR       arqtempopasso-duracao LESS wk-et-minimo
               MOVE  arqtempopasso-duracao TO   wk-et-minimo
           END-IF.
           IF        arqtempopasso-duracao GREATER wk-et-maximo
               MOVE  arqtempopasso-duracao TO   wk-et-maximo
           END-IF.
           MOVE      arqtempopasso-duracao TO   wk-et-ultima.

           MOVE      arqtempopasso-data TO      wk-ld-data.
           MOVE      arqtempopasso-hora-inicio TO wk-ld-inicio.
           MOVE      arqtempopasso-hora-fim TO  wk-ld-fim.
           MOVE      arqtempopasso-duracao TO   wk-ld-duracao.
           MOVE      arqtempopasso-espera TO    wk-ld-espera.
           MOVE      arqtempopasso-retorno TO   wk-ld-retorno.
           MOVE      arqtempopasso-situacao TO  wk-ld-situacao.
           WRITE     arqreltempo-linha FROM wk-lin-detalhe.
      *---------------------------------------------------------------
       0023-IMPRIME-ETAPA.

           MOVE      'N'            TO          wk-primeiro.
           MOVE      arqtempopasso-etapa TO     wk-etapa-anterior.
           INITIALIZE               wk-etapa.
           ADD       1              TO          wk-tot-etapas.
           MOVE      arqtempopasso-etapa TO     wk-le-etapa.
           MOVE      SPACES         TO          arqreltempo-linha.
           WRITE     arqreltempo-linha.
           WRITE     arqreltempo-linha FROM wk-lin-etapa.
           WRITE     arqreltempo-linha FROM wk-lin-colunas.
      *---------------------------------------------------------------
      *    The last night against the average of all the nights
      *    listed, itself included; a step whose average is still
      *    zero shows no percentage.
       0024-IMPRIME-RESUMO.

           COMPUTE   wk-et-media    ROUNDED     =
                     wk-et-soma / wk-et-noites.
           COMPUTE   wk-et-desvio   =
                     wk-et-ultima - wk-et-media.
           IF        wk-et-media    GREATER     ZEROS
               COMPUTE wk-et-percentual ROUNDED =
                       wk-et-desvio * 100 / wk-et-media
           ELSE
               MOVE  ZEROS          TO          wk-et-percentual
           END-IF.
           MOVE      wk-et-noites   TO          wk-lr-noites.
           MOVE      wk-et-media    TO          wk-lr-media.
           MOVE      wk-et-minimo   TO          wk-lr-minimo.
           MOVE      wk-et-maximo   TO          wk-lr-maximo.
           MOVE      wk-et-ultima   TO          wk-lr-ultima.
           MOVE      wk-et-desvio   TO          wk-lr-desvio.
           MOVE      wk-et-percentual TO        wk-lr-percentual.
           WRITE     arqreltempo-linha FROM wk-lin-resumo.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQTEMPOPASSO
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program relatoriotempocadeia.
