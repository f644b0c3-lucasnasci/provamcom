       program-id. acompanhamento as "acompanhamento".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqacompselect.cpy".
           copy "arqagendaselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqoperadorselect.cpy".
           copy "arqrelacompselect.cpy".

       data division.

           file section.

           copy "arqacompfd.cpy".
           copy "arqagendafd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqoperadorfd.cpy".
           copy "arqrelacompfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqacomp      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\acompanha.dat".
           01  wk-caminho-arqagenda     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\agenda.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".
           01  wk-caminho-arqrelacomp   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relacomp.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-confirma            pic x(001) value spaces.
              05 wk-tem-operador        pic x(001) value 'N'.
              05 wk-operador            pic x(010) value spaces.
              05 wk-fim-leitura         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.

           01  wk-acompanhamento.
              05 wk-supervisor          pic 9(007) value zeros.
              05 wk-vendedor            pic 9(007) value zeros.
              05 wk-data                pic 9(008) value zeros.
              05 wk-cliente             pic 9(007) value zeros.
              05 wk-notas.
               07 wk-nota               occurs 5 pic 9(001).
              05 wk-observacao          pic x(060) value spaces.
              05 wk-media               pic 9(001)v9(002) value zeros.

           01  wk-avaliacao.
              05 wk-av-idx              pic 9(001) value zeros.
              05 wk-av-soma             pic 9(003) value zeros.

      *    The coaching criteria in the order the scores are kept.
           01 tb-criterios.
              05 filler                 pic x(025) value
                 "Abordagem".
              05 filler                 pic x(025) value
                 "Conhecimento do produto".
              05 filler                 pic x(025) value
                 "Negociacao".
              05 filler                 pic x(025) value
                 "Fechamento".
              05 filler                 pic x(025) value
                 "Pos-venda".
           01 tb-criterios-r redefines tb-criterios.
              05 tb-criterio            occurs 5 pic x(025).

           01  wk-historico.
              05 wk-hs-qtd              pic 9(005) value zeros.
              05 wk-hs-realizados       pic 9(005) value zeros.
              05 wk-hs-soma             occurs 5 pic 9(007).
              05 wk-hs-media            pic 9(001)v9(002) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(040) value
                 "HISTORICO DE ACOMPANHAMENTOS - VENDEDOR ".
              05 wk-lti-vendedor        pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lti-nome            pic x(040).
           01  wk-lin-cabec.
              05 filler                 pic x(050) value
                 "DATA     CLIENTE SUPERV. S NOTAS MEDIA OBSERVACAO".
           01  wk-lin-detalhe.
              05 wk-ld-data             pic 9(008).
              05 filler                 pic x(001) value space.
              05 wk-ld-cliente          pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-supervisor       pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-situacao         pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-ld-notas            pic x(005).
              05 filler                 pic x(001) value space.
              05 wk-ld-media            pic 9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-observacao       pic x(060).
           01  wk-lin-criterio.
              05 filler                 pic x(004) value spaces.
              05 wk-lc-criterio         pic x(025).
              05 filler                 pic x(007) value " MEDIA ".
              05 wk-lc-media            pic 9,99.
           01  wk-lin-total.
              05 wk-lt-rotulo           pic x(030).
              05 wk-lt-qtd              pic zzzz9.

           copy "arqacompfs.cpy".
           copy "arqagendafs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqoperadorfs.cpy".
           copy "arqrelacompfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ACOMPANHAMENTO DE CAMPO (SUPERVISOR)".
               05  line  3   col 05 value
                         "1 Agendar acompanhamento".
               05  line  4   col 05 value
                         "2 Registrar avaliacao de coaching".
               05  line  5   col 05 value
                         "3 Cancelar acompanhamento".
               05  line  6   col 05 value
                         "4 Historico do vendedor (relacomp)".
               05  line  7   col 05 value
                         "9 Para encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-AGENDA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ACOMPANHAMENTO - VISITA PLANEJADA".
               05  line  3   col 05 value
                         "Supervisor".
               05  line  3   col  43   using wk-supervisor.
               05  line  4   col 05 value
                         "Vendedor".
               05  line  4   col  43   using wk-vendedor.
               05  line  5   col 05 value
                         "Data da visita (AAAAMMDD)".
               05  line  5   col  43   using wk-data.
               05  line  6   col 05 value
                         "Cliente".
               05  line  6   col  43   using wk-cliente.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-AVALIACAO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "AVALIACAO DE COACHING (NOTAS 1 A 5)".
               05  line  2   col 05 value
                         "Vendedor / data / cliente".
               05  line  2   col  43   from wk-vendedor.
               05  line  2   col  51   from wk-data.
               05  line  2   col  60   from wk-cliente.
               05  line  3   col 05 value
                         "Abordagem".
               05  line  3   col  43   using wk-nota(1).
               05  line  4   col 05 value
                         "Conhecimento do produto".
               05  line  4   col  43   using wk-nota(2).
               05  line  5   col 05 value
                         "Negociacao".
               05  line  5   col  43   using wk-nota(3).
               05  line  6   col 05 value
                         "Fechamento".
               05  line  6   col  43   using wk-nota(4).
               05  line  7   col 05 value
                         "Pos-venda".
               05  line  7   col  43   using wk-nota(5).
               05  line  8   col 05 value
                         "Observacao".
               05  line  9   col  05   using wk-observacao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONFIRMAR CANCELAMENTO".
               05  line  3   col 05 value
                         "Vendedor / data / cliente".
               05  line  3   col  43   from wk-vendedor.
               05  line  3   col  51   from wk-data.
               05  line  3   col  60   from wk-cliente.
               05  line  5   col 05 value
                         "Confirma o cancelamento (S/N)".
               05  line  5   col  43   using wk-confirma.
      *------------------------------------------------------------------------
           01  SC-TELA-HISTORICO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "HISTORICO DE ACOMPANHAMENTOS".
               05  line  3   col 05 value
                         "Vendedor".
               05  line  3   col  43   using wk-vendedor.
               05  line  5   col 05 value
                         "Acompanhamentos listados".
               05  line  5   col  43   from wk-hs-qtd.
               05  line  6   col 05 value
                         "Realizados com avaliacao".
               05  line  6   col  43   from wk-hs-realizados.
               05  line  10  col  43   using wk-msg.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      I-O          ARQACOMP.
           IF        FS-ARQACOMP    EQUAL       '05'
            OR       FS-ARQACOMP    EQUAL       '35'
               CLOSE      ARQACOMP
               OPEN       OUTPUT      ARQACOMP
               CLOSE      ARQACOMP
               OPEN       I-O         ARQACOMP
           END-IF.
           IF        FS-ARQACOMP    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQACOMP
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQAGENDA.
           IF        FS-ARQAGENDA   NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQAGENDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
      *    A login tied to a vendedor (the supervisor's own) brings
      *    their codigo onto the scheduling screen.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
               CALL  'operadoratual' USING      wk-operador
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          fl-ok         EQUAL      'S'
            AND        WK-OPCAO      EQUAL      1
             INITIALIZE wk-acompanhamento
             PERFORM   0020-AGENDA
           END-IF.
           IF          fl-ok         EQUAL      'S'
            AND        WK-OPCAO      EQUAL      2
             INITIALIZE wk-acompanhamento
             PERFORM   0030-AVALIACAO
           END-IF.
           IF          fl-ok         EQUAL      'S'
            AND        WK-OPCAO      EQUAL      3
             INITIALIZE wk-acompanhamento
             PERFORM   0040-CANCELAMENTO
           END-IF.
           IF          fl-ok         EQUAL      'S'
            AND        WK-OPCAO      EQUAL      4
             INITIALIZE wk-acompanhamento
             PERFORM   0050-HISTORICO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A ride-along is booked on a visit the vendedor already has
      *    in their planejavisita agenda, by their own supervisor, and
      *    never on a day that supervisor is already riding with
      *    someone else -- which is how the old collisions happened.
       0020-AGENDA.

           PERFORM   0021-SUPERVISOR-SESSAO.
           DISPLAY   SC-TELA-AGENDA.
           ACCEPT    SC-TELA-AGENDA.
           initialize wk-msg.
           ACCEPT    wk-hoje        FROM        DATE.

           PERFORM   0022-CONSISTE-AGENDA.
           IF        wk-msg         EQUAL       SPACES
               PERFORM              0024-VERIFICA-CONFLITO
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               PERFORM              0025-GRAVA-AGENDA
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-SUPERVISOR-SESSAO.

           IF        wk-tem-operador EQUAL      'S'
               MOVE  wk-operador    TO          arqoperador-codigo
               READ  ARQOPERADOR    KEY IS      ARQOPERADOR-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqoperador-vendedor-codigo TO wk-supervisor
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0022-CONSISTE-AGENDA.

           IF        wk-vendedor    EQUAL       ZEROS
            OR       wk-supervisor  EQUAL       ZEROS
               MOVE  'Informar supervisor e vendedor' TO    wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-data        <           wk-hoje
               MOVE  'Data da visita ja passou' TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-vendedor    TO          arqvendedor-codigo
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Vendedor nao cadastrado' TO          wk-msg
                NOT INVALID KEY
                 IF   arqvendedor-empresa NOT EQUAL
                                    wk-empresa-corrente
                  OR  NOT arqvendedor-ativo
                     MOVE 'Vendedor nao esta ativo' TO      wk-msg
                 ELSE
                  IF  arqvendedor-supervisor-codigo NOT EQUAL
                                    wk-supervisor
                     MOVE 'Vendedor nao pertence a equipe informada'
                                    TO          wk-msg
                  END-IF
                 END-IF
               END-READ
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-vendedor    TO
                                        arqagenda-vendedor-codigo
               MOVE  wk-data        TO          arqagenda-data
               MOVE  wk-cliente     TO          arqagenda-cliente-codigo
               READ  ARQAGENDA      KEY IS      ARQAGENDA-CHAVE
                INVALID KEY
                 MOVE 'Visita nao consta do planejamento' TO wk-msg
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Every live booking of this supervisor is walked: the same
      *    day with another vendedor is a collision; the same visit
      *    slot again is just a duplicate.
       0024-VERIFICA-CONFLITO.

           MOVE      wk-supervisor  TO
                                        arqacomp-supervisor-codigo.
           MOVE      'N'            TO          wk-fim-leitura.
           START     ARQACOMP       KEY IS      EQUAL
                                    ARQACOMP-SUPERVISOR-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-leitura
           END-START.
           PERFORM   0024A-LE-CONFLITO
             UNTIL   wk-fim-leitura EQUAL       'S'.
      *---------------------------------------------------------------
       0024A-LE-CONFLITO.

           READ      ARQACOMP       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqacomp-supervisor-codigo NOT EQUAL wk-supervisor
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
              IF     arqacomp-data  EQUAL       wk-data
               AND   NOT arqacomp-cancelado
                 IF   arqacomp-vendedor-codigo NOT EQUAL wk-vendedor
                     MOVE 'Supervisor ja acompanha outro vendedor'
                                    TO          wk-msg
                     MOVE 'S'       TO          wk-fim-leitura
                 ELSE
                  IF  arqacomp-cliente-codigo EQUAL wk-cliente
                     MOVE 'Acompanhamento ja agendado'
                                    TO          wk-msg
                     MOVE 'S'       TO          wk-fim-leitura
                  END-IF
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A slot cancelled before is simply booked again.
       0025-GRAVA-AGENDA.

           MOVE      wk-vendedor    TO
                                        arqacomp-vendedor-codigo.
           MOVE      wk-data        TO          arqacomp-data.
           MOVE      wk-cliente     TO          arqacomp-cliente-codigo.
           READ      ARQACOMP       KEY IS      ARQACOMP-CHAVE
            INVALID KEY
             INITIALIZE             arqacomp-registro
             PERFORM 0026-MONTA-AGENDA
             WRITE   arqacomp-registro
              INVALID KEY
               CALL  'fsmensagem' USING         FS-ARQACOMP
                                                 WK-MSG
              NOT INVALID KEY
               MOVE  'Acompanhamento agendado'  TO          wk-msg
             END-WRITE
            NOT INVALID KEY
             IF      arqacomp-cancelado
                 PERFORM            0026-MONTA-AGENDA
                 REWRITE arqacomp-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQACOMP
                                                 WK-MSG
                  NOT INVALID KEY
                   MOVE 'Acompanhamento agendado' TO        wk-msg
                 END-REWRITE
             ELSE
                 MOVE 'Acompanhamento ja registrado' TO     wk-msg
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0026-MONTA-AGENDA.

           MOVE      wk-vendedor    TO
                                        arqacomp-vendedor-codigo.
           MOVE      wk-data        TO          arqacomp-data.
           MOVE      wk-cliente     TO          arqacomp-cliente-codigo.
           MOVE      wk-supervisor  TO
                                        arqacomp-supervisor-codigo.
           MOVE      wk-empresa-corrente TO     arqacomp-empresa.
           SET       arqacomp-agendado          TO          TRUE.
           MOVE      wk-hoje        TO
                                        arqacomp-data-agendamento.
           MOVE      wk-operador    TO          arqacomp-operador.
           MOVE      ZEROS          TO          arqacomp-notas
                                                 arqacomp-media.
           MOVE      ZEROS          TO          arqacomp-data-avaliacao.
           MOVE      SPACES         TO          arqacomp-observacao.
      *---------------------------------------------------------------
      *    The evaluation closes a booked ride-along once the visit
      *    day has come: every criterion gets a 1 to 5 score.
       0030-AVALIACAO.

           MOVE      SPACES         TO          wk-msg.
           DISPLAY   SC-TELA-AGENDA.
           ACCEPT    SC-TELA-AGENDA.
           initialize wk-msg.
           ACCEPT    wk-hoje        FROM        DATE.

           MOVE      wk-vendedor    TO
                                        arqacomp-vendedor-codigo.
           MOVE      wk-data        TO          arqacomp-data.
           MOVE      wk-cliente     TO          arqacomp-cliente-codigo.
           READ      ARQACOMP       KEY IS      ARQACOMP-CHAVE
            INVALID KEY
             MOVE    'Acompanhamento nao agendado' TO       wk-msg
            NOT INVALID KEY
             IF      arqacomp-cancelado
                 MOVE 'Acompanhamento cancelado' TO         wk-msg
             ELSE
              IF     arqacomp-data  >           wk-hoje
                 MOVE 'Visita ainda nao aconteceu' TO       wk-msg
              END-IF
             END-IF
           END-READ.

           IF        wk-msg         EQUAL       SPACES
               MOVE  arqacomp-notas TO          wk-notas
               MOVE  arqacomp-observacao TO     wk-observacao
               DISPLAY SC-TELA-AVALIACAO
               ACCEPT  SC-TELA-AVALIACAO
               initialize wk-msg
               MOVE  ZEROS          TO          wk-av-soma
               PERFORM              0031-CONSISTE-NOTA
                 VARYING wk-av-idx  FROM        1
                   BY    1
                   UNTIL wk-av-idx  >           5
               IF    wk-msg         EQUAL       SPACES
                   PERFORM          0032-GRAVA-AVALIACAO
               END-IF
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0031-CONSISTE-NOTA.

           IF        wk-nota(wk-av-idx) <       1
            OR       wk-nota(wk-av-idx) >       5
               MOVE  'Notas devem ser de 1 a 5' TO          wk-msg
           ELSE
               ADD   wk-nota(wk-av-idx) TO      wk-av-soma
           END-IF.
      *---------------------------------------------------------------
       0032-GRAVA-AVALIACAO.

           COMPUTE   wk-media       ROUNDED =   wk-av-soma / 5.
           MOVE      wk-notas       TO          arqacomp-notas.
           MOVE      wk-media       TO          arqacomp-media.
           MOVE      wk-observacao  TO          arqacomp-observacao.
           MOVE      wk-hoje        TO          arqacomp-data-avaliacao.
           SET       arqacomp-realizado         TO          TRUE.
           REWRITE   arqacomp-registro
            INVALID KEY
             CALL    'fsmensagem' USING         FS-ARQACOMP
                                                 WK-MSG
            NOT INVALID KEY
             MOVE    'Avaliacao registrada'     TO          wk-msg
           END-REWRITE.
      *---------------------------------------------------------------
      *    Only a ride-along not yet evaluated can be called off.
       0040-CANCELAMENTO.

           DISPLAY   SC-TELA-AGENDA.
           ACCEPT    SC-TELA-AGENDA.
           initialize wk-msg.

           MOVE      wk-vendedor    TO
                                        arqacomp-vendedor-codigo.
           MOVE      wk-data        TO          arqacomp-data.
           MOVE      wk-cliente     TO          arqacomp-cliente-codigo.
           READ      ARQACOMP       KEY IS      ARQACOMP-CHAVE
            INVALID KEY
             MOVE    'Acompanhamento nao agendado' TO       wk-msg
            NOT INVALID KEY
             IF      NOT arqacomp-agendado
                 MOVE 'Acompanhamento ja encerrado' TO      wk-msg
             ELSE
                 MOVE SPACES        TO          wk-confirma
                 DISPLAY SC-TELA-CONFIRMA
                 ACCEPT  SC-TELA-CONFIRMA
                 IF   wk-confirma   EQUAL       'S'
                     SET arqacomp-cancelado     TO          TRUE
                     REWRITE arqacomp-registro
                      INVALID KEY
                       CALL 'fsmensagem' USING  FS-ARQACOMP
                                                 WK-MSG
                      NOT INVALID KEY
                       MOVE 'Acompanhamento cancelado'
                                    TO          wk-msg
                     END-REWRITE
                 ELSE
                     MOVE 'Cancelamento desistido' TO       wk-msg
                 END-IF
             END-IF
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Every ride-along of the vendedor, oldest first, with the
      *    scores of the ones carried out and the average per
      *    criterion across them at the foot.
       0050-HISTORICO.

           DISPLAY   SC-TELA-HISTORICO.
           ACCEPT    SC-TELA-HISTORICO.
           initialize wk-msg.
           INITIALIZE               wk-historico.

           MOVE      wk-vendedor    TO          arqvendedor-codigo.
           READ      ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
            INVALID KEY
             MOVE    'Vendedor nao cadastrado'  TO          wk-msg
           END-READ.

           IF        wk-msg         EQUAL       SPACES
               OPEN  OUTPUT       ARQRELACOMP
               MOVE  wk-vendedor    TO          wk-lti-vendedor
               MOVE  arqvendedor-nome TO        wk-lti-nome
               WRITE arqrelacomp-linha FROM     wk-lin-titulo
               MOVE  SPACES         TO          arqrelacomp-linha
               WRITE arqrelacomp-linha
               WRITE arqrelacomp-linha FROM     wk-lin-cabec
               MOVE  wk-vendedor    TO          arqacomp-vendedor-codigo
               MOVE  ZEROS          TO          arqacomp-data
                                                 arqacomp-cliente-codigo
               MOVE  'N'            TO          wk-fim-leitura
               START ARQACOMP       KEY IS      NOT LESS
                                    ARQACOMP-CHAVE
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0051-LE-HISTORICO
                 UNTIL wk-fim-leitura EQUAL     'S'
               PERFORM              0052-RODAPE-HISTORICO
               CLOSE ARQRELACOMP
               DISPLAY SC-TELA-HISTORICO
               ACCEPT  SC-TELA-HISTORICO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0051-LE-HISTORICO.

           READ      ARQACOMP       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqacomp-vendedor-codigo NOT EQUAL wk-vendedor
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 ADD  1             TO          wk-hs-qtd
                 MOVE arqacomp-data TO          wk-ld-data
                 MOVE arqacomp-cliente-codigo TO wk-ld-cliente
                 MOVE arqacomp-supervisor-codigo TO
                                    wk-ld-supervisor
                 MOVE arqacomp-situacao TO      wk-ld-situacao
                 MOVE arqacomp-notas TO         wk-ld-notas
                 MOVE arqacomp-media TO         wk-ld-media
                 MOVE arqacomp-observacao TO    wk-ld-observacao
                 WRITE arqrelacomp-linha FROM   wk-lin-detalhe
                 IF   arqacomp-realizado
                     ADD 1          TO          wk-hs-realizados
                     PERFORM        0051A-SOMA-NOTA
                       VARYING wk-av-idx FROM   1
                         BY    1
                         UNTIL wk-av-idx >      5
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0051A-SOMA-NOTA.

           ADD       arqacomp-nota(wk-av-idx) TO
                                    wk-hs-soma(wk-av-idx).
      *---------------------------------------------------------------
       0052-RODAPE-HISTORICO.

           MOVE      SPACES         TO          arqrelacomp-linha.
           WRITE     arqrelacomp-linha.
           MOVE      'ACOMPANHAMENTOS'          TO   wk-lt-rotulo.
           MOVE      wk-hs-qtd      TO          wk-lt-qtd.
           WRITE     arqrelacomp-linha FROM     wk-lin-total.
           MOVE      'REALIZADOS COM AVALIACAO' TO   wk-lt-rotulo.
           MOVE      wk-hs-realizados TO        wk-lt-qtd.
           WRITE     arqrelacomp-linha FROM     wk-lin-total.
           IF        wk-hs-realizados GREATER   ZEROS
               PERFORM              0052A-MEDIA-CRITERIO
                 VARYING wk-av-idx  FROM        1
                   BY    1
                   UNTIL wk-av-idx  >           5
           END-IF.
      *---------------------------------------------------------------
       0052A-MEDIA-CRITERIO.

           MOVE      tb-criterio(wk-av-idx) TO  wk-lc-criterio.
           COMPUTE   wk-hs-media    ROUNDED =
                     wk-hs-soma(wk-av-idx) / wk-hs-realizados.
           MOVE      wk-hs-media    TO          wk-lc-media.
           WRITE     arqrelacomp-linha FROM     wk-lin-criterio.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQACOMP.
           CLOSE     ARQAGENDA.
           CLOSE     ARQVENDEDOR.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           GOBACK.
           exit program.

           end program acompanhamento.
