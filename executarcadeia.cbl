           copy "arqjornadaselect.cpy".
           copy "arqcadeiacfgselect.cpy".
           copy "arqcadeiapassoselect.cpy".
           copy "arqarquivoselect.cpy".
           copy "arqtempopassoselect.cpy".
           copy "arqtriagemselect.cpy".

       data division.

           copy "arqjornadafd.cpy".
           copy "arqcadeiacfgfd.cpy".
           copy "arqcadeiapassofd.cpy".
           copy "arqarquivofd.cpy".
           copy "arqtempopassofd.cpy".
           copy "arqtriagemfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqjornada    pic x(070) value
           01  wk-caminho-arqcadeiapasso
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\cadeiapasso.dat".
           01  wk-caminho-arqarquivo    pic x(070) value spaces.
           01  wk-caminho-arqtempopasso pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\tempopasso.dat".
           01  wk-caminho-arqtriagem    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\triagem.dat".

           01 wk-opcao                 pic x(005) value spaces.
           01 wk-perfil                pic x(008) value spaces.
           01 wk-politica              pic x(001) value 'A'.
           01 wk-cadeia-abortada       pic x(001) value 'N'.
           01 wk-modo-retomada         pic x(001) value 'C'.
           01 wk-tem-tempo             pic x(001) value 'N'.
           01 wk-tem-triagem           pic x(001) value 'N'.

      *    The clock of the chain, in seconds counted from the first
      *    day of the calendar, so a night that crosses midnight
      *    still subtracts.
           01 wk-relogio.
              05 wk-rl-data             pic 9(008) value zeros.
              05 wk-rl-hora             pic 9(008) value zeros.
              05 wk-rl-hora-r redefines wk-rl-hora.
                 07 wk-rl-hh            pic 9(002).
                 07 wk-rl-mm            pic 9(002).
                 07 wk-rl-ss            pic 9(002).
                 07 wk-rl-cc            pic 9(002).
              05 wk-rl-hora-s redefines wk-rl-hora.
                 07 wk-rl-hhmmss        pic 9(006).
                 07 filler              pic 9(002).
              05 wk-rl-instante         pic 9(011) value zeros.

      *    Batch-window forecast: the end of the window as an instant
      *    on the clock above, fixed when the chain starts (the next
      *    time the configured HHMM comes round), and what the steps
      *    still to run are expected to take from their history.
           01 wk-janela.
              05 wk-jn-fim              pic 9(004) value zeros.
              05 wk-jn-fim-r redefines wk-jn-fim.
                 07 wk-jn-hh            pic 9(002).
                 07 wk-jn-mm            pic 9(002).
              05 wk-jn-dias             pic 9(003) value 30.
              05 wk-jn-corte            pic 9(008) value zeros.
              05 wk-jn-limite           pic 9(011) value zeros.
              05 wk-jn-restante         pic 9(009) value zeros.
              05 wk-jn-previsto         pic 9(011) value zeros.
              05 wk-jn-dia              pic 9(007) value zeros.
              05 wk-jn-segundos         pic 9(005) value zeros.
              05 wk-jn-resto            pic 9(005) value zeros.
              05 wk-jn-prev-hh          pic 9(002) value zeros.
              05 wk-jn-prev-mm          pic 9(002) value zeros.
              05 wk-jn-alertado         pic x(001) value 'N'.
              05 wk-jn-idx              pic 9(002) value zeros.
              05 wk-jn-soma             pic 9(011) value zeros.
              05 wk-jn-qtd              pic 9(005) value zeros.

      *    The step being timed: when it took the chain and when its
      *    feed was found there.
           01 wk-tempo-passo.
              05 wk-tp-data             pic 9(008) value zeros.
              05 wk-tp-hora             pic 9(006) value zeros.
              05 wk-tp-inicio           pic 9(011) value zeros.
              05 wk-tp-chegada          pic 9(011) value zeros.

      *    What the last night left in the journal, read back in
      *    resume mode: the steps that already ended OK since the
              05 wk-ok-qtd              pic 9(002) value zeros.
              05 wk-ok-idx              pic 9(002) value zeros.
              05 wk-ok-achou            pic x(001) value 'N'.
              05 wk-ok-etapa            occurs 30 pic x(020).

           01 wk-passo.
              05 wk-passo-idx           pic 9(002) value zeros.
              05 wk-passo-programa      pic x(020) value spaces.
              05 wk-passo-opcao         pic x(005) value spaces.
              05 wk-passo-politica      pic x(001) value spaces.
              05 wk-passo-arquivo       pic x(070) value spaces.
              05 wk-passo-espera        pic 9(003) value zeros.
              05 wk-passo-ausencia      pic x(001) value spaces.

      *    Arrival check for a step's inbound feed: one look a
      *    minute until the file is there with at least one line or
      *    the step's window runs out.
           01 wk-chegada.
              05 wk-feed-chegou         pic x(001) value 'N'.
              05 wk-tentativas          pic 9(003) value zeros.
              05 wk-intervalo           pic 9(004) value 60.

      *    The night's actual work list, loaded from the step master
      *    so operations can reorder and toggle without a recompile;
      *    below, which keeps the historical sequence.
           01 wk-carga-passos.
              05 wk-qtd-passos          pic 9(002) value zeros.
              05 wk-cg-item             occurs 30 times.
               07 wk-cg-programa        pic x(020).
               07 wk-cg-opcao           pic x(005).
               07 wk-cg-politica        pic x(001).
               07 wk-cg-arquivo         pic x(070).
               07 wk-cg-espera          pic 9(003).
               07 wk-cg-ausencia        pic x(001).
               07 wk-cg-media           pic 9(007).

      *    The nightly sequence in the order the desk used to key it:
      *    feeds in, duplicates out, the money proved to add up
      *    before anything is built on it, the matching run, the
      *    morning dashboard, the BI extract once the day's books
      *    are shut, the month-end client statements (a no-op on
      *    other days), the audit and journal logs proved unbroken,
      *    the size of every file counted once the night's writing
      *    is done, and last the hand-over of the day's messages to
      *    the mailer.
           01 tb-passos.
              05 filler.
               07 pic x(020) value 'importcliente'.
              05 filler.
               07 pic x(020) value 'importvendedor'.
               07 pic x(005) value '04.03'.
              05 filler.
               07 pic x(020) value 'retornomobile'.
               07 pic x(005) value '04.37'.
              05 filler.
               07 pic x(020) value 'dedupecliente'.
               07 pic x(005) value '04.01'.
              05 filler.
               07 pic x(020) value 'conciliatotais'.
               07 pic x(005) value '04.43'.
              05 filler.
               07 pic x(020) value 'executar'.
               07 pic x(005) value '03.01'.
              05 filler.
               07 pic x(020) value 'roteialead'.
               07 pic x(005) value '03.10'.
              05 filler.
               07 pic x(020) value 'atribuicd'.
               07 pic x(005) value '03.11'.
              05 filler.
               07 pic x(020) value 'detectainativos'.
               07 pic x(005) value '04.19'.
              05 filler.
               07 pic x(020) value 'ativacobertura'.
               07 pic x(005) value '04.32'.
              05 filler.
               07 pic x(020) value 'cnabtitulo'.
               07 pic x(005) value '05.17'.
              05 filler.
               07 pic x(020) value 'bloqueioatraso'.
               07 pic x(005) value '05.18'.
              05 filler.
               07 pic x(020) value 'cobrancatitulo'.
               07 pic x(005) value '05.16'.
              05 filler.
               07 pic x(020) value 'geramobile'.
               07 pic x(005) value '04.36'.
              05 filler.
               07 pic x(020) value 'extratobi'.
               07 pic x(005) value '04.40'.
              05 filler.
               07 pic x(020) value 'extratocliente'.
               07 pic x(005) value '05.32'.
              05 filler.
               07 pic x(020) value 'verificacadeia'.
               07 pic x(005) value '04.44'.
              05 filler.
               07 pic x(020) value 'monitoraarquivos'.
               07 pic x(005) value '04.46'.
              05 filler.
               07 pic x(020) value 'spoolmensagem'.
               07 pic x(005) value '04.42'.
           01 tb-passos-r redefines tb-passos.
              05 tb-passo              occurs 23 times.
               07 tb-passo-programa    pic x(020).
               07 tb-passo-opcao       pic x(005).

           copy "arqencadeiacalc.cpy".

           copy "arqacessofs.cpy".
           copy "arqjornadafs.cpy".
           copy "arqcadeiacfgfs.cpy".
           copy "arqcadeiapassofs.cpy".
           copy "arqarquivofs.cpy".
           copy "arqtempopassofs.cpy".
           copy "arqtriagemfs.cpy".

       procedure division.

           OPEN       EXTEND      ARQJORNADA
       END-IF.

       OPEN      I-O          ARQTEMPOPASSO.
       IF        FS-ARQTEMPOPASSO EQUAL    '05'
        OR       FS-ARQTEMPOPASSO EQUAL    '35'
           CLOSE      ARQTEMPOPASSO
           OPEN       OUTPUT      ARQTEMPOPASSO
           CLOSE      ARQTEMPOPASSO
           OPEN       I-O         ARQTEMPOPASSO
       END-IF.
       IF        FS-ARQTEMPOPASSO EQUAL    ZEROS
           MOVE  'S'            TO          wk-tem-tempo
       END-IF.

       OPEN      I-O          ARQTRIAGEM.
       IF        FS-ARQTRIAGEM  EQUAL      '05'
        OR       FS-ARQTRIAGEM  EQUAL      '35'
           CLOSE      ARQTRIAGEM
           OPEN       OUTPUT      ARQTRIAGEM
           CLOSE      ARQTRIAGEM
           OPEN       I-O         ARQTRIAGEM
       END-IF.
       IF        FS-ARQTRIAGEM  EQUAL      ZEROS
           MOVE  'S'            TO          wk-tem-triagem
       END-IF.

       PERFORM   0005-LE-POLITICA.

       PERFORM   0007-CARREGA-PASSOS.

       PERFORM   0006-LE-RELOGIO.
       COMPUTE   wk-jn-corte    =
                 FUNCTION DATE-OF-INTEGER
                          (FUNCTION INTEGER-OF-DATE(wk-rl-data)
                           - wk-jn-dias).
       PERFORM   0007C-MEDIA-PASSO
         VARYING wk-passo-idx  FROM         1
           BY    1
           UNTIL wk-passo-idx  >            wk-qtd-passos.

       IF        wk-modo-retomada EQUAL      'R'
           PERFORM   0008-LE-JORNADA-ANTERIOR
       END-IF.
                 IF   arqcadeiacfg-resume
                     MOVE 'R'       TO           wk-modo-retomada
                 END-IF
                 IF   arqcadeiacfg-janela-fim IS NUMERIC
                     MOVE arqcadeiacfg-janela-fim TO wk-jn-fim
                 END-IF
                 IF   arqcadeiacfg-dias-media IS NUMERIC
                  AND arqcadeiacfg-dias-media NOT EQUAL ZEROS
                     MOVE arqcadeiacfg-dias-media TO wk-jn-dias
                 END-IF
               END-READ
               CLOSE ARQCADEIACFG
           END-IF.
      *-----------------------------------------------------------------
       0006-LE-RELOGIO.

           ACCEPT    wk-rl-data               FROM          DATE.
           ACCEPT    wk-rl-hora               FROM          TIME.
           COMPUTE   wk-rl-instante =
                     FUNCTION INTEGER-OF-DATE(wk-rl-data) * 86400
                   + wk-rl-hh * 3600 + wk-rl-mm * 60 + wk-rl-ss.
      *-----------------------------------------------------------------
       0007-CARREGA-PASSOS.

               PERFORM              0007B-CARREGA-TABELA-FIXA
                 VARYING wk-passo-idx FROM       1
                   BY    1
                   UNTIL wk-passo-idx >          23
           END-IF.
      *-----------------------------------------------------------------
       0007A-CARREGA-PASSO.
             MOVE    '10'           TO           FS-ARQCADEIAPASSO
            NOT AT END
             IF      arqcadeiapasso-ativo
              AND    wk-qtd-passos  <            30
                 ADD  1             TO           wk-qtd-passos
                 MOVE arqcadeiapasso-programa TO
                                    wk-cg-programa(wk-qtd-passos)
                                    wk-cg-opcao(wk-qtd-passos)
                 MOVE arqcadeiapasso-politica TO
                                    wk-cg-politica(wk-qtd-passos)
                 MOVE arqcadeiapasso-arquivo-entrada TO
                                    wk-cg-arquivo(wk-qtd-passos)
                 MOVE arqcadeiapasso-espera-minutos TO
                                    wk-cg-espera(wk-qtd-passos)
                 MOVE arqcadeiapasso-ausencia TO
                                    wk-cg-ausencia(wk-qtd-passos)
             END-IF
           END-READ.
      *-----------------------------------------------------------------
           MOVE      tb-passo-opcao(wk-passo-idx) TO
                                    wk-cg-opcao(wk-qtd-passos).
           MOVE      SPACES         TO
                                    wk-cg-politica(wk-qtd-passos)
                                    wk-cg-arquivo(wk-qtd-passos)
                                    wk-cg-ausencia(wk-qtd-passos).
           MOVE      ZEROS          TO
                                    wk-cg-espera(wk-qtd-passos).
      *-----------------------------------------------------------------
      *    Average time of each step of tonight's list over the days
      *    of history configured; a step with no history yet counts
      *    as instant until it has run once.
       0007C-MEDIA-PASSO.

           MOVE      ZEROS          TO           wk-jn-soma
                                                 wk-jn-qtd.
           IF        wk-tem-tempo   EQUAL        'S'
               MOVE  wk-cg-programa(wk-passo-idx) TO
                                    arqtempopasso-etapa
               MOVE  wk-jn-corte    TO           arqtempopasso-data
               START ARQTEMPOPASSO  KEY IS       NOT LESS
                                    ARQTEMPOPASSO-CHAVE
                INVALID KEY
                 MOVE '10'          TO           FS-ARQTEMPOPASSO
                NOT INVALID KEY
                 MOVE ZEROS         TO           FS-ARQTEMPOPASSO
               END-START
               PERFORM              0007D-SOMA-TEMPO
                 UNTIL FS-ARQTEMPOPASSO EQUAL    '10'
               MOVE  ZEROS          TO           FS-ARQTEMPOPASSO
           END-IF.
           IF        wk-jn-qtd      GREATER      ZEROS
               COMPUTE wk-cg-media(wk-passo-idx) ROUNDED =
                       wk-jn-soma / wk-jn-qtd
           ELSE
               MOVE  ZEROS          TO
                                    wk-cg-media(wk-passo-idx)
           END-IF.
      *-----------------------------------------------------------------
       0007D-SOMA-TEMPO.

           READ      ARQTEMPOPASSO  NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTEMPOPASSO
            NOT AT END
             IF      arqtempopasso-etapa NOT EQUAL
                                    wk-cg-programa(wk-passo-idx)
                 MOVE '10'          TO           FS-ARQTEMPOPASSO
             ELSE
                 ADD  arqtempopasso-duracao TO   wk-jn-soma
                 ADD  1             TO           wk-jn-qtd
             END-IF
           END-READ.
      *-----------------------------------------------------------------
      *    Reads the journal back to the most recent CADEIA INICIO
      *    marker and keeps the etapas that ended OK after it. The
              IF     arqjornada-fim
               AND ( arqjornada-situacao EQUAL   'OK'
               OR    arqjornada-situacao EQUAL   'PULADA' )
               AND   wk-ok-qtd      <            30
                 ADD  1             TO           wk-ok-qtd
                 MOVE arqjornada-etapa TO
                                    wk-ok-etapa(wk-ok-qtd)
      *-----------------------------------------------------------------
       0009-MARCA-INICIO-CADEIA.

      *    The window closes the next time its HHMM comes round: a
      *    chain started at 22:00 against a 06:00 window has until
      *    tomorrow morning, one started at 01:00 until this one.
           IF        wk-jn-fim      NOT EQUAL    ZEROS
               PERFORM              0006-LE-RELOGIO
               COMPUTE wk-jn-limite =
                       FUNCTION INTEGER-OF-DATE(wk-rl-data) * 86400
                     + wk-jn-hh * 3600 + wk-jn-mm * 60
               IF    wk-jn-limite   NOT GREATER  wk-rl-instante
                   ADD 86400        TO           wk-jn-limite
               END-IF
           END-IF.

           MOVE      'CADEIA'       TO           arqjornada-etapa.
           SET       arqjornada-inicio           TO          TRUE.
           MOVE      ZEROS          TO           arqjornada-retorno.
                                    TO           wk-passo-opcao.
           MOVE      wk-cg-politica(wk-passo-idx)
                                    TO           wk-passo-politica.
           MOVE      wk-cg-arquivo(wk-passo-idx)
                                    TO           wk-passo-arquivo.
           MOVE      wk-cg-espera(wk-passo-idx)
                                    TO           wk-passo-espera.
           MOVE      wk-cg-ausencia(wk-passo-idx)
                                    TO           wk-passo-ausencia.

           IF        wk-modo-retomada EQUAL      'R'
               MOVE  'N'            TO           wk-ok-achou

           IF        wk-modo-retomada NOT EQUAL  'R'
            OR       wk-ok-achou    NOT EQUAL    'S'
               IF    wk-jn-fim      NOT EQUAL    ZEROS
                AND  wk-jn-alertado EQUAL        'N'
                   PERFORM          0017-PREVE-JANELA
               END-IF
               PERFORM              0006-LE-RELOGIO
               MOVE  wk-rl-data     TO           wk-tp-data
               MOVE  wk-rl-hhmmss   TO           wk-tp-hora
               MOVE  wk-rl-instante TO           wk-tp-inicio
               PERFORM              0014-AGUARDA-ENTRADA
               PERFORM              0006-LE-RELOGIO
               MOVE  wk-rl-instante TO           wk-tp-chegada
               IF    wk-feed-chegou EQUAL        'S'
                   PERFORM          0013-RODA-PASSO
               ELSE
                   PERFORM          0015-REGISTRA-SEM-FEED
               END-IF
               IF    wk-tem-tempo   EQUAL        'S'
                   PERFORM          0018-GRAVA-TEMPO
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       0011-PROCURA-PASSO-OK.
           MOVE      SPACES         TO           arqacesso-resultado.
           ACCEPT    arqacesso-data           FROM         DATE.
           ACCEPT    arqacesso-hora           FROM         TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'ACESSO'       TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqacesso-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqacesso-registro.
           WRITE     arqacesso-registro.

           MOVE      wk-passo-programa TO       arqjornada-etapa.
           ACCEPT    arqjornada-hora          FROM          TIME.
           WRITE     arqjornada-registro.

           PERFORM   0016-APLICA-POLITICA.
      *-----------------------------------------------------------------
      *    A step with no inbound file declared is always ready. One
      *    that declares a feed waits for it: the file must open and
      *    hold at least one line, since an upstream transfer that
      *    creates the file before filling it would otherwise hand
      *    the import an empty run.
       0014-AGUARDA-ENTRADA.

           MOVE      'N'            TO           wk-feed-chegou.
           IF        wk-passo-arquivo EQUAL      SPACES
               MOVE  'S'            TO           wk-feed-chegou
           ELSE
               MOVE  wk-passo-arquivo TO         wk-caminho-arqarquivo
               MOVE  ZEROS          TO           wk-tentativas
               PERFORM              0014A-PROCURA-ENTRADA
               PERFORM              0014B-ESPERA-ENTRADA
                 UNTIL wk-feed-chegou EQUAL      'S'
                  OR   wk-tentativas NOT LESS    wk-passo-espera
           END-IF.
      *-----------------------------------------------------------------
       0014A-PROCURA-ENTRADA.

           OPEN      INPUT        ARQARQUIVO.
           IF        FS-ARQARQUIVO  EQUAL        ZEROS
               READ  ARQARQUIVO
                AT END
                 CONTINUE
                NOT AT END
                 MOVE 'S'           TO           wk-feed-chegou
               END-READ
               CLOSE ARQARQUIVO
           END-IF.
      *-----------------------------------------------------------------
       0014B-ESPERA-ENTRADA.

           ADD       1              TO           wk-tentativas.
           CALL      'aguardaintervalo' USING    wk-intervalo.
           PERFORM   0014A-PROCURA-ENTRADA.
      *-----------------------------------------------------------------
      *    The feed never came: the journal says so in words rather
      *    than a file status. Politica 'P' on the step lets the
      *    night go on without it; otherwise the step counts as
      *    failed and the usual abort rules apply.
       0015-REGISTRA-SEM-FEED.

           IF        wk-passo-ausencia EQUAL     'P'
               MOVE  0              TO           wk-retorno
           ELSE
               MOVE  8              TO           wk-retorno
           END-IF.
           MOVE      wk-passo-programa TO       arqjornada-etapa.
           SET       arqjornada-fim             TO          TRUE.
           MOVE      wk-retorno     TO           arqjornada-retorno.
           MOVE      'SEM FEED'     TO           arqjornada-situacao.
           ACCEPT    arqjornada-data          FROM          DATE.
           ACCEPT    arqjornada-hora          FROM          TIME.
           WRITE     arqjornada-registro.
           PERFORM   0016-APLICA-POLITICA.
      *-----------------------------------------------------------------
      *    Per-step override first, then the single global byte --
      *    a step marked 'C' cannot kill the night, one marked 'A'
      *    always does.
       0016-APLICA-POLITICA.

           IF        wk-retorno     >            wk-retorno-final
               MOVE  wk-retorno     TO           wk-retorno-final
           END-IF.
           IF        wk-retorno     >            4
               EVALUATE wk-passo-politica
                WHEN  'C'
                 END-IF
               END-EVALUATE
           END-IF.
      *-----------------------------------------------------------------
      *    Before a step starts: the time already gone plus the
      *    average of this step and every one after it. Past the end
      *    of the window, operations hears it now -- once a night, in
      *    the journal and on the triage queue -- rather than from
      *    the branches in the morning.
       0017-PREVE-JANELA.

           PERFORM   0006-LE-RELOGIO.
           MOVE      ZEROS          TO           wk-jn-restante.
           PERFORM   0017A-SOMA-RESTANTE
             VARYING wk-jn-idx     FROM         wk-passo-idx
               BY    1
               UNTIL wk-jn-idx     >            wk-qtd-passos.
           COMPUTE   wk-jn-previsto =
                     wk-rl-instante + wk-jn-restante.
           IF        wk-jn-previsto GREATER      wk-jn-limite
               MOVE  'S'            TO           wk-jn-alertado
               DIVIDE wk-jn-previsto BY 86400    GIVING      wk-jn-dia
                                    REMAINDER    wk-jn-segundos
               DIVIDE wk-jn-segundos BY 3600     GIVING
                                    wk-jn-prev-hh
                                    REMAINDER    wk-jn-resto
               DIVIDE wk-jn-resto   BY 60        GIVING
                                    wk-jn-prev-mm
               PERFORM              0017B-ALERTA-JORNADA
               IF    wk-tem-triagem EQUAL        'S'
                   PERFORM          0017C-ALERTA-TRIAGEM
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       0017A-SOMA-RESTANTE.

           ADD       wk-cg-media(wk-jn-idx) TO   wk-jn-restante.
      *-----------------------------------------------------------------
       0017B-ALERTA-JORNADA.

           MOVE      SPACES         TO           arqjornada-etapa.
           STRING    'JANELA PREV '  DELIMITED BY SIZE
                     wk-jn-prev-hh  DELIMITED BY SIZE
                     wk-jn-prev-mm  DELIMITED BY SIZE
                     INTO arqjornada-etapa.
           MOVE      'ALERTA'       TO           arqjornada-evento.
           MOVE      4              TO           arqjornada-retorno.
           MOVE      'ESTOURO'      TO           arqjornada-situacao.
           ACCEPT    arqjornada-data          FROM          DATE.
           ACCEPT    arqjornada-hora          FROM          TIME.
           WRITE     arqjornada-registro.
      *-----------------------------------------------------------------
      *    One item per night, keyed by the chain's date in place of
      *    a client; the detail says when the chain is now expected
      *    to end, against what window, and at which step.
       0017C-ALERTA-TRIAGEM.

           MOVE      'J'            TO           arqtriagem-tipo.
           MOVE      wk-rl-data     TO
                                    arqtriagem-cliente-codigo.
           READ      ARQTRIAGEM     KEY IS       ARQTRIAGEM-CHAVE
            INVALID KEY
             INITIALIZE                          arqtriagem-registro
             MOVE    'J'            TO           arqtriagem-tipo
             MOVE    wk-rl-data     TO
                                    arqtriagem-cliente-codigo
             SET     arqtriagem-aberta           TO          TRUE
             MOVE    'N'            TO           arqtriagem-escalada
             ACCEPT  arqtriagem-data-criacao     FROM        DATE
             ACCEPT  arqtriagem-hora-criacao     FROM        TIME
             PERFORM 0017D-DETALHE-TRIAGEM
             WRITE   arqtriagem-registro
              INVALID KEY
               CONTINUE
             END-WRITE
            NOT INVALID KEY
             IF      arqtriagem-resolvida
              OR     arqtriagem-aceita
                 SET  arqtriagem-aberta          TO          TRUE
             END-IF
             PERFORM 0017D-DETALHE-TRIAGEM
             REWRITE arqtriagem-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-READ.
      *-----------------------------------------------------------------
       0017D-DETALHE-TRIAGEM.

           MOVE      'CADEIA NOTURNA - ESTOURO DA JANELA'
                                    TO
                                    arqtriagem-cliente-raz-soc.
           MOVE      SPACES         TO           arqtriagem-detalhe.
           STRING    'PREV '        DELIMITED BY SIZE
                     wk-jn-prev-hh  DELIMITED BY SIZE
                     wk-jn-prev-mm  DELIMITED BY SIZE
                     ' JAN '        DELIMITED BY SIZE
                     wk-jn-fim      DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     wk-passo-programa DELIMITED BY SPACE
                     INTO arqtriagem-detalhe.
      *-----------------------------------------------------------------
      *    The night's row of the step's timing history; a step the
      *    resume runs again the same night overwrites its earlier
      *    try.
       0018-GRAVA-TEMPO.

           PERFORM   0006-LE-RELOGIO.
           MOVE      wk-passo-programa TO        arqtempopasso-etapa.
           MOVE      wk-tp-data     TO           arqtempopasso-data.
           MOVE      wk-tp-hora     TO
                                    arqtempopasso-hora-inicio.
           MOVE      wk-rl-hhmmss   TO           arqtempopasso-hora-fim.
           COMPUTE   arqtempopasso-duracao =
                     wk-rl-instante - wk-tp-inicio.
           COMPUTE   arqtempopasso-espera =
                     wk-tp-chegada - wk-tp-inicio.
           MOVE      wk-retorno     TO           arqtempopasso-retorno.
           MOVE      arqjornada-situacao TO      arqtempopasso-situacao.
           WRITE     arqtempopasso-registro
            INVALID KEY
             REWRITE arqtempopasso-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       9999-fim-programa.

           END-IF.
           CLOSE     ARQJORNADA.
           CLOSE     ARQACESSO.
           IF        wk-tem-tempo   EQUAL        'S'
               CLOSE ARQTEMPOPASSO
           END-IF.
           IF        wk-tem-triagem EQUAL        'S'
               CLOSE ARQTRIAGEM
           END-IF.
           MOVE      wk-retorno-final TO         RETURN-CODE.
           STOP RUN.

