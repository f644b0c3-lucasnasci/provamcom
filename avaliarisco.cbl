       program-id. avaliarisco as "avaliarisco".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqocorrenciaselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqtriagemselect.cpy".
           copy "arqriscoselect.cpy".
           copy "arqriscocfgselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqocorrenciafd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqtriagemfd.cpy".
           copy "arqriscofd.cpy".
           copy "arqriscocfgfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqocorrencia pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ocorrencia.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqtriagem    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\triagem.dat".
           01  wk-caminho-arqrisco      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\risco.dat".
           01  wk-caminho-arqriscocfg   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\riscocfg.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.

           01  wk-limite                pic 9(003) value 60.
           01  wk-janela                pic 9(003) value 90.
           01  wk-empresa-corrente      pic 9(003) value 1.

      *    The optional child files: a shop that does not run
      *    collections, the occurrence log or the visit routes simply
      *    scores zero on that parcel.
           01  wk-arquivos.
              05 wk-tem-titulo          pic x(001) value 'N'.
              05 wk-tem-ocorrencia      pic x(001) value 'N'.
              05 wk-tem-visita          pic x(001) value 'N'.

      *    Recent window: the last wk-janela days up to today.
      *    History: the twelve months right before the window.
           01  wk-periodos.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-int            pic s9(009) comp value zeros.
              05 wk-recente-ini         pic 9(008) value zeros.
              05 wk-historico-ini       pic 9(008) value zeros.
              05 wk-data-int            pic s9(009) comp value zeros.

           01  wk-medidas.
              05 wk-notas-recentes      pic 9(005) value zeros.
              05 wk-notas-historico     pic 9(005) value zeros.
              05 wk-valor-recente       pic 9(009)v9(002) value zeros.
              05 wk-valor-historico     pic 9(009)v9(002) value zeros.
              05 wk-titulos-vencidos    pic 9(003) value zeros.
              05 wk-ocorrencias         pic 9(003) value zeros.
              05 wk-visitas-puladas     pic 9(003) value zeros.
              05 wk-vendedor-visita     pic 9(007) value zeros.

      *    The expected figure for a window is the twelve-month
      *    history scaled down to the window length; a drop below it
      *    scores in proportion, up to the parcel's weight.
           01  wk-pontos.
              05 wk-esperado            pic 9(011)v9(004) value zeros.
              05 wk-observado           pic 9(011)v9(004) value zeros.
              05 wk-pt-frequencia       pic 9(003) value zeros.
              05 wk-pt-valor            pic 9(003) value zeros.
              05 wk-pt-atraso           pic 9(003) value zeros.
              05 wk-pt-ocorrencia       pic 9(003) value zeros.
              05 wk-pt-visita           pic 9(003) value zeros.
              05 wk-pt-queda            pic 9(003) value zeros.
              05 wk-score               pic 9(003) value zeros.

           01  wk-peso-frequencia       pic 9(003) value 25.
           01  wk-peso-valor            pic 9(003) value 25.
           01  wk-peso-atraso           pic 9(003) value 20.
           01  wk-peso-ocorrencia       pic 9(003) value 15.
           01  wk-peso-visita           pic 9(003) value 15.
           01  wk-pontos-por-caso       pic 9(003) value 5.

           01  wk-triagem-detalhe       pic x(030) value spaces.

           01  wk-totais.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-alerta          pic 9(007) value zeros.

           copy "arqclientefs.cpy".
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqocorrenciafs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqtriagemfs.cpy".
           copy "arqriscofs.cpy".
           copy "arqriscocfgfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "SCORE DE RISCO DE EVASAO DE CLIENTES".
               05  line  3   col  05 value
                         "Score para triagem (0-100)".
               05  line  3   col  43   using wk-limite.
               05  line  4   col  05 value
                         "Janela recente (dias)".
               05  line  4   col  43   using wk-janela.
               05  line  5   col  05 value
                         "1 Calcular os scores / 9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DO CALCULO DE RISCO".
               05  line  3   col  05 VALUE
                         "Clientes ativos avaliados".
               05  line  3   col  40   using wk-tot-clientes.
               05  line  4   col  05 VALUE
                         "Clientes em alerta (triagem)".
               05  line  4   col  40   using wk-tot-alerta.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    As a step of the nightly chain there is nobody at the
      *    screen: the configured limite and janela run as-is.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-AVALIA-CLIENTES
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           PERFORM   0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQSAIDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-titulo
           END-IF.
           OPEN      INPUT        ARQOCORRENCIA.
           IF        FS-ARQOCORRENCIA EQUAL     ZEROS
               MOVE  'S'            TO          wk-tem-ocorrencia
           END-IF.
           OPEN      INPUT        ARQVISITA.
           IF        FS-ARQVISITA   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-visita
           END-IF.
           OPEN      I-O          ARQTRIAGEM.
           IF        FS-ARQTRIAGEM  EQUAL       '05'
            OR       FS-ARQTRIAGEM  EQUAL       '35'
               CLOSE      ARQTRIAGEM
               OPEN       OUTPUT      ARQTRIAGEM
               CLOSE      ARQTRIAGEM
               OPEN       I-O         ARQTRIAGEM
           END-IF.
           OPEN      I-O          ARQRISCO.
           IF        FS-ARQRISCO    EQUAL       '05'
            OR       FS-ARQRISCO    EQUAL       '35'
               CLOSE      ARQRISCO
               OPEN       OUTPUT      ARQRISCO
               CLOSE      ARQRISCO
               OPEN       I-O         ARQRISCO
           END-IF.
      *---------------------------------------------------------------
      *    A missing config file keeps the shipped defaults (score 60,
      *    90-day window); the screen saves what the desk last ran
      *    with, so the nightly batch scores the same way.
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQRISCOCFG.
           IF        FS-ARQRISCOCFG EQUAL       ZEROS
               READ  ARQRISCOCFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqriscocfg-limite NOT EQUAL ZEROS
                     MOVE arqriscocfg-limite TO wk-limite
                 END-IF
                 IF   arqriscocfg-janela NOT EQUAL ZEROS
                     MOVE arqriscocfg-janela TO wk-janela
                 END-IF
               END-READ
               CLOSE ARQRISCOCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQRISCOCFG.
           MOVE      wk-limite      TO          arqriscocfg-limite.
           MOVE      wk-janela      TO          arqriscocfg-janela.
           WRITE     arqriscocfg-registro.
           CLOSE     ARQRISCOCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             IF        wk-limite     EQUAL      ZEROS
              OR       wk-limite     >          100
                 MOVE  60            TO         wk-limite
             END-IF
             IF        wk-janela     EQUAL      ZEROS
                 MOVE  90            TO         wk-janela
             END-IF
             PERFORM   0006-GRAVA-CONFIGURACAO
             PERFORM   0020-AVALIA-CLIENTES
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every ativo client of the empresa is scored and the score
      *    kept in arqrisco under today's date; a rerun on the same
      *    day replaces that day's row.
       0020-AVALIA-CLIENTES.

           INITIALIZE               wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-hoje-int =
                     FUNCTION INTEGER-OF-DATE(wk-hoje).
           COMPUTE   wk-data-int    =  wk-hoje-int - wk-janela + 1.
           COMPUTE   wk-recente-ini =
                     FUNCTION DATE-OF-INTEGER(wk-data-int).
           COMPUTE   wk-data-int    =  wk-data-int - 365.
           COMPUTE   wk-historico-ini =
                     FUNCTION DATE-OF-INTEGER(wk-data-int).

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0021-PROCESSA-CLIENTE
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-PROCESSA-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             IF      arqcliente-ativo
              AND    arqcliente-empresa EQUAL   wk-empresa-corrente
                 ADD  1             TO          wk-tot-clientes
                 INITIALIZE         wk-medidas
                 PERFORM            0022-MEDE-COMPRAS
                 PERFORM            0023-MEDE-ATRASO
                 PERFORM            0024-MEDE-OCORRENCIAS
                 PERFORM            0025-MEDE-VISITAS
                 PERFORM            0030-CALCULA-SCORE
                 PERFORM            0031-GRAVA-RISCO
                 IF   wk-score      NOT LESS    wk-limite
                     ADD  1         TO          wk-tot-alerta
                     PERFORM        0032-ALIMENTA-TRIAGEM
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Only notas that stand count as buying: cancelled originals
      *    and their reversals are left out on both sides.
       0022-MEDE-COMPRAS.

           MOVE      arqcliente-codigo TO
                                    ARQVENDA-CLIENTE-CODIGO.
           START     ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0022A-LE-VENDA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
       0022A-LE-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
              IF     arqvenda-normal
               AND   arqvenda-data  NOT GREATER wk-hoje
               IF    arqvenda-data  NOT LESS    wk-recente-ini
                 ADD  1             TO          wk-notas-recentes
                 ADD  arqvenda-valor TO         wk-valor-recente
               ELSE
                IF   arqvenda-data  NOT LESS    wk-historico-ini
                 ADD  1             TO          wk-notas-historico
                 ADD  arqvenda-valor TO         wk-valor-historico
                END-IF
               END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Open parcelas already past their vencimento.
       0023-MEDE-ATRASO.

           IF        wk-tem-titulo  EQUAL       'S'
               MOVE  arqcliente-codigo TO
                                    arqtitulo-cliente-codigo
               START ARQTITULO      KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQTITULO
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQTITULO
               END-START
               PERFORM              0023A-LE-TITULO
                 UNTIL FS-ARQTITULO EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQTITULO
           END-IF.
      *---------------------------------------------------------------
       0023A-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
               AND   arqtitulo-vencimento <     wk-hoje
               AND   wk-titulos-vencidos <      999
                 ADD  1             TO          wk-titulos-vencidos
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0024-MEDE-OCORRENCIAS.

           IF        wk-tem-ocorrencia EQUAL    'S'
               MOVE  arqcliente-codigo TO
                                    arqocorrencia-cliente-codigo
               MOVE  ZEROS          TO
                                    arqocorrencia-sequencia
               START ARQOCORRENCIA  KEY IS      NOT LESS
                                    ARQOCORRENCIA-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQOCORRENCIA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQOCORRENCIA
               END-START
               PERFORM              0024A-LE-OCORRENCIA
                 UNTIL FS-ARQOCORRENCIA EQUAL   '10'
               MOVE  ZEROS          TO          FS-ARQOCORRENCIA
           END-IF.
      *---------------------------------------------------------------
       0024A-LE-OCORRENCIA.

           READ      ARQOCORRENCIA  NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQOCORRENCIA
            NOT AT END
             IF      arqocorrencia-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQOCORRENCIA
             ELSE
              IF     arqocorrencia-aberta
               AND   wk-ocorrencias <           999
                 ADD  1             TO          wk-ocorrencias
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    arqvisita is keyed by vendedor and planned date, so the
      *    visits of the client are looked up in the recent window of
      *    each vendedor that holds them in arqsaida.
       0025-MEDE-VISITAS.

           IF        wk-tem-visita  EQUAL       'S'
               MOVE  arqcliente-codigo TO
                                    arqsaida-cliente-codigo
               START ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-CLIENTE-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQSAIDA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQSAIDA
               END-START
               PERFORM              0025A-LE-ATENDIMENTO
                 UNTIL FS-ARQSAIDA  EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQSAIDA
           END-IF.
      *---------------------------------------------------------------
       0025A-LE-ATENDIMENTO.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQSAIDA
             ELSE
              IF     arqsaida-vendedor-codigo NOT EQUAL
                                    wk-vendedor-visita
                 MOVE arqsaida-vendedor-codigo TO
                                    wk-vendedor-visita
                 PERFORM            0026-VISITAS-VENDEDOR
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0026-VISITAS-VENDEDOR.

           MOVE      wk-vendedor-visita TO
                                    arqvisita-vendedor-codigo.
           MOVE      wk-recente-ini TO
                                    arqvisita-data-planejada.
           MOVE      ZEROS          TO
                                    arqvisita-cliente-codigo.
           START     ARQVISITA      KEY IS      NOT LESS
                                    ARQVISITA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVISITA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVISITA
           END-START.
           PERFORM   0026A-LE-VISITA
             UNTIL   FS-ARQVISITA   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVISITA.
      *---------------------------------------------------------------
       0026A-LE-VISITA.

           READ      ARQVISITA      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVISITA
            NOT AT END
             IF      arqvisita-vendedor-codigo NOT EQUAL
                                    wk-vendedor-visita
              OR     arqvisita-data-planejada >  wk-hoje
                 MOVE '10'          TO          FS-ARQVISITA
             ELSE
              IF     arqvisita-cliente-codigo EQUAL
                                    arqcliente-codigo
               AND   arqvisita-pulada
               AND   wk-visitas-puladas <       999
                 ADD  1             TO          wk-visitas-puladas
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Frequency 25, value 25, overdue parcelas 20, open
      *    ocorrencias 15 and skipped visits 15: each overdue parcela,
      *    open ocorrencia or skipped visit counts 5 up to its cap.
      *    A client with no history before the window has nothing to
      *    fall from and scores only on the other parcels.
       0030-CALCULA-SCORE.

           COMPUTE   wk-esperado    =  wk-notas-historico * wk-janela
                                     / 365.
           MOVE      wk-notas-recentes TO       wk-observado.
           MOVE      wk-peso-frequencia TO      wk-pt-queda.
           PERFORM   0030A-PONTOS-QUEDA.
           MOVE      wk-pt-queda    TO          wk-pt-frequencia.

           COMPUTE   wk-esperado    =  wk-valor-historico * wk-janela
                                     / 365.
           MOVE      wk-valor-recente TO        wk-observado.
           MOVE      wk-peso-valor  TO          wk-pt-queda.
           PERFORM   0030A-PONTOS-QUEDA.
           MOVE      wk-pt-queda    TO          wk-pt-valor.

           COMPUTE   wk-pt-atraso   =  wk-titulos-vencidos
                                     * wk-pontos-por-caso.
           IF        wk-pt-atraso   >           wk-peso-atraso
               MOVE  wk-peso-atraso TO          wk-pt-atraso
           END-IF.
           COMPUTE   wk-pt-ocorrencia = wk-ocorrencias
                                     * wk-pontos-por-caso.
           IF        wk-pt-ocorrencia >         wk-peso-ocorrencia
               MOVE  wk-peso-ocorrencia TO      wk-pt-ocorrencia
           END-IF.
           COMPUTE   wk-pt-visita   =  wk-visitas-puladas
                                     * wk-pontos-por-caso.
           IF        wk-pt-visita   >           wk-peso-visita
               MOVE  wk-peso-visita TO          wk-pt-visita
           END-IF.

           COMPUTE   wk-score       =  wk-pt-frequencia
                                     + wk-pt-valor
                                     + wk-pt-atraso
                                     + wk-pt-ocorrencia
                                     + wk-pt-visita.
      *---------------------------------------------------------------
      *    Enters with the parcel's weight in wk-pt-queda and leaves
      *    with the points for the drop of observado under esperado.
       0030A-PONTOS-QUEDA.

           IF        wk-esperado    EQUAL       ZEROS
            OR       wk-observado   NOT LESS    wk-esperado
               MOVE  ZEROS          TO          wk-pt-queda
           ELSE
               COMPUTE wk-pt-queda ROUNDED =
                       wk-pt-queda * (wk-esperado - wk-observado)
                                   / wk-esperado
           END-IF.
      *---------------------------------------------------------------
       0031-GRAVA-RISCO.

           INITIALIZE               arqrisco-registro.
           MOVE      arqcliente-codigo TO       arqrisco-cliente-codigo.
           MOVE      wk-hoje        TO          arqrisco-data.
           MOVE      wk-score       TO          arqrisco-score.
           MOVE      wk-limite      TO          arqrisco-limite.
           SET       arqrisco-normal TO         TRUE.
           IF        wk-score       NOT LESS    wk-limite
               SET   arqrisco-alerta TO         TRUE
           END-IF.
           MOVE      wk-pt-frequencia TO
                                    arqrisco-pontos-frequencia.
           MOVE      wk-pt-valor    TO          arqrisco-pontos-valor.
           MOVE      wk-notas-recentes TO
                                    arqrisco-notas-recentes.
           MOVE      wk-notas-historico TO
                                    arqrisco-notas-historico.
           MOVE      wk-valor-recente TO        arqrisco-valor-recente.
           MOVE      wk-valor-historico TO
                                    arqrisco-valor-historico.
           MOVE      wk-pt-atraso   TO          arqrisco-pontos-atraso.
           MOVE      wk-titulos-vencidos TO
                                    arqrisco-titulos-vencidos.
           MOVE      wk-pt-ocorrencia TO
                                    arqrisco-pontos-ocorrencia.
           MOVE      wk-ocorrencias TO          arqrisco-ocorrencias.
           MOVE      wk-pt-visita   TO          arqrisco-pontos-visita.
           MOVE      wk-visitas-puladas TO
                                    arqrisco-visitas-puladas.
           WRITE     arqrisco-registro
            INVALID KEY
             REWRITE arqrisco-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-WRITE.
      *---------------------------------------------------------------
      *    Same upsert discipline as the inactivity sweep, under its
      *    own 'R' item type.
       0032-ALIMENTA-TRIAGEM.

           MOVE      SPACES         TO          wk-triagem-detalhe.
           STRING    'RISCO DE EVASAO SCORE ' DELIMITED BY SIZE
                     wk-score       DELIMITED BY SIZE
                     INTO wk-triagem-detalhe.
           MOVE      'R'            TO          arqtriagem-tipo.
           MOVE      arqcliente-codigo TO
                                    arqtriagem-cliente-codigo.
           READ      ARQTRIAGEM     KEY IS      ARQTRIAGEM-CHAVE
            INVALID KEY
             MOVE    'R'            TO          arqtriagem-tipo
             MOVE    arqcliente-codigo TO
                                    arqtriagem-cliente-codigo
             MOVE    arqcliente-raz-soc TO
                                    arqtriagem-cliente-raz-soc
             MOVE    wk-triagem-detalhe TO      arqtriagem-detalhe
             SET     arqtriagem-aberta TO       TRUE
             MOVE    SPACES         TO          arqtriagem-nota
                                                 arqtriagem-operador
             ACCEPT  arqtriagem-data-criacao    FROM        DATE
             ACCEPT  arqtriagem-hora-criacao    FROM        TIME
             MOVE    'N'            TO          arqtriagem-escalada
             MOVE    ZEROS          TO          arqtriagem-data-disp
                                                 arqtriagem-hora-disp
                                                 arqtriagem-run-id
             MOVE    ZEROS          TO
                                    arqtriagem-data-escalacao
             WRITE   arqtriagem-registro
              INVALID KEY
               CONTINUE
             END-WRITE
            NOT INVALID KEY
             IF      arqtriagem-resolvida
              OR     arqtriagem-aceita
                 SET arqtriagem-aberta TO       TRUE
             END-IF
             MOVE    wk-triagem-detalhe TO      arqtriagem-detalhe
             REWRITE arqtriagem-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
               CLOSE ARQVENDA
               CLOSE ARQSAIDA
           END-IF.
           IF        wk-tem-titulo  EQUAL       'S'
               CLOSE ARQTITULO
           END-IF.
           IF        wk-tem-ocorrencia EQUAL    'S'
               CLOSE ARQOCORRENCIA
           END-IF.
           IF        wk-tem-visita  EQUAL       'S'
               CLOSE ARQVISITA
           END-IF.
           CLOSE     ARQTRIAGEM.
           CLOSE     ARQRISCO.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program avaliarisco.
