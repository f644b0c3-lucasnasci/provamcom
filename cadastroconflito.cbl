       program-id. cadastroconflito as "cadastroconflito".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqconflitoselect.cpy".
           copy "arqconflitoexcselect.cpy".
           copy "arqoperadorselect.cpy".

       data division.

           file section.

           copy "arqconflitofd.cpy".
           copy "arqconflitoexcfd.cpy".
           copy "arqoperadorfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqconflito   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\conflito.dat".
           01  wk-caminho-arqconflitoexc
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\conflitoexc.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-consiste            pic x(001) value 'S'.
              05 wk-existe              pic x(001) value 'N'.
              05 wk-tem-operador        pic x(001) value 'N'.
              05 wk-tem-excecao         pic x(001) value 'N'.

           01  wk-operador              pic x(010) value spaces.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-troca                 pic x(005) value spaces.
           01  wk-idx                   pic 9(002) value zeros.

           01  wk-par.
              05 wk-opcao-a             pic x(005) value spaces.
              05 wk-opcao-b             pic x(005) value spaces.
              05 wk-descricao           pic x(040) value spaces.
              05 wk-situacao            pic x(001) value 'A'.

           01  wk-excecao.
              05 wk-ex-operador         pic x(010) value spaces.
              05 wk-ex-nome             pic x(030) value spaces.
              05 wk-ex-justificativa    pic x(060) value spaces.
              05 wk-ex-validade         pic 9(008) value zeros.

           copy "arqconflitopadrao.cpy".

           copy "arqconflitofs.cpy".
           copy "arqconflitoexcfs.cpy".
           copy "arqoperadorfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONFLITOS DE FUNCOES (SoD)".
               05  line  3   col 05 value
                         "1 Para um par de opcoes conflitantes".
               05  line  4   col 05 value
                         "2 Para uma excecao aceita (supervisor)".
               05  line  5   col 05 value
                         "9 Para encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CHAVE.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PAR DE OPCOES CONFLITANTES".
               05  line  3   col 05 value
                         "Primeira opcao (ex.: 05.01)".
               05  line  3   col  43   using wk-opcao-a.
               05  line  4   col 05 value
                         "Segunda opcao".
               05  line  4   col  43   using wk-opcao-b.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-PAR.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PAR DE OPCOES CONFLITANTES".
               05  line  3   col 05 value
                         "Opcoes".
               05  line  3   col  43   using wk-opcao-a.
               05  line  3   col  50   using wk-opcao-b.
               05  line  4   col 05 value
                         "Descricao do conflito".
               05  line  5   col  05   using wk-descricao.
               05  line  6   col 05 value
                         "Situacao (A ativo / I inativo)".
               05  line  6   col  43   using wk-situacao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-EXCECAO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "EXCECAO ACEITA A UM CONFLITO".
               05  line  3   col 05 value
                         "Operador".
               05  line  3   col  43   using wk-ex-operador.
               05  line  4   col 05 value
                         "Primeira opcao".
               05  line  4   col  43   using wk-opcao-a.
               05  line  5   col 05 value
                         "Segunda opcao".
               05  line  5   col  43   using wk-opcao-b.
               05  line  6   col 05 value
                         "Justificativa".
               05  line  7   col  05   using wk-ex-justificativa.
               05  line  8   col 05 value
                         "Valida ate (AAAAMMDD, 0 remove)".
               05  line  8   col  43   using wk-ex-validade.
               05  line  10  col  43   using wk-msg.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.

      *    Upkeep of the segregation-of-duties table and of the
      *    exceptions to it. Anyone let into 04.47 may maintain the
      *    pairs; an exception -- an operator allowed to keep a
      *    conflicting pair until a given day, and why -- may only
      *    be recorded by an active supervisor, whose code goes on
      *    it.
       0000-controle.
       INITIALIZE    wk-workarea
                     wk-par
                     wk-excecao.
           MOVE      'S'            TO          fl-ok.
           ACCEPT    wk-hoje        FROM        DATE.
           OPEN      I-O          ARQCONFLITO.
           IF        FS-ARQCONFLITO EQUAL       '05'
            OR       FS-ARQCONFLITO EQUAL       '35'
               CLOSE      ARQCONFLITO
               OPEN       OUTPUT      ARQCONFLITO
               CLOSE      ARQCONFLITO
               OPEN       I-O         ARQCONFLITO
               IF    FS-ARQCONFLITO EQUAL       ZEROS
                   PERFORM          0005-SEMEIA-CONFLITO
                     VARYING wk-idx FROM        1
                       BY    1
                       UNTIL wk-idx >           8
               END-IF
           END-IF.
           IF        FS-ARQCONFLITO NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCONFLITO
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQCONFLITOEXC.
           IF        FS-ARQCONFLITOEXC EQUAL    '05'
            OR       FS-ARQCONFLITOEXC EQUAL    '35'
               CLOSE      ARQCONFLITOEXC
               OPEN       OUTPUT      ARQCONFLITOEXC
               CLOSE      ARQCONFLITOEXC
               OPEN       I-O         ARQCONFLITOEXC
           END-IF.
           IF        FS-ARQCONFLITOEXC EQUAL    ZEROS
               MOVE  'S'            TO          wk-tem-excecao
           END-IF.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
      *---------------------------------------------------------------
       0005-SEMEIA-CONFLITO.

           INITIALIZE                           arqconflito-registro.
           MOVE      tb-conflito-opcao-a(wk-idx) TO
                                    arqconflito-opcao-a.
           MOVE      tb-conflito-opcao-b(wk-idx) TO
                                    arqconflito-opcao-b.
           MOVE      tb-conflito-descricao(wk-idx) TO
                                    arqconflito-descricao.
           SET       arqconflito-ativo          TO          TRUE.
           MOVE      wk-hoje        TO          arqconflito-data.
           WRITE     arqconflito-registro
            INVALID KEY
             CONTINUE
           END-WRITE.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.
           INITIALIZE  wk-par
                       wk-excecao.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-EDITA-PAR
           END-IF.
           IF          WK-OPCAO      EQUAL      2
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0015-VERIFICA-SUPERVISOR
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0030-EDITA-EXCECAO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
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
                     MOVE 'Excecao restrita a supervisor ativo'
                                    TO          wk-msg
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Both options keyed as on the menu (99.99) and different;
      *    the lower one is kept first so each pair has one row.
       0016-CONSISTE-OPCOES.

           MOVE      'S'            TO          wk-consiste.
           IF        wk-opcao-a(3:1) NOT EQUAL  '.'
            OR       wk-opcao-b(3:1) NOT EQUAL  '.'
            OR       wk-opcao-a(1:2) IS NOT NUMERIC
            OR       wk-opcao-a(4:2) IS NOT NUMERIC
            OR       wk-opcao-b(1:2) IS NOT NUMERIC
            OR       wk-opcao-b(4:2) IS NOT NUMERIC
               MOVE  'Opcoes no formato 99.99'  TO         wk-msg
               MOVE  'N'            TO          wk-consiste
           END-IF.
           IF        wk-consiste    EQUAL       'S'
            AND      wk-opcao-a     EQUAL       wk-opcao-b
               MOVE  'As duas opcoes sao iguais' TO        wk-msg
               MOVE  'N'            TO          wk-consiste
           END-IF.
           IF        wk-consiste    EQUAL       'S'
            AND      wk-opcao-a     GREATER     wk-opcao-b
               MOVE  wk-opcao-a     TO          wk-troca
               MOVE  wk-opcao-b     TO          wk-opcao-a
               MOVE  wk-troca       TO          wk-opcao-b
           END-IF.
      *---------------------------------------------------------------
      *    Upsert of a pair: an existing one comes back with its
      *    description and situation. Pairs are never deleted --
      *    an inactive one keeps the record of what was checked.
       0020-EDITA-PAR.

           DISPLAY    SC-TELA-CHAVE.
           ACCEPT     SC-TELA-CHAVE.
           MOVE       SPACES         TO          wk-msg.
           PERFORM    0016-CONSISTE-OPCOES.
           IF         wk-consiste    NOT EQUAL   'S'
               PERFORM              0020-EDITA-PAR
           ELSE
               PERFORM              0021-MOSTRA-PAR
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-MOSTRA-PAR.

           MOVE      wk-opcao-a     TO           arqconflito-opcao-a.
           MOVE      wk-opcao-b     TO           arqconflito-opcao-b.
           READ      ARQCONFLITO    KEY IS       ARQCONFLITO-CHAVE
            INVALID KEY
             MOVE    'N'            TO           wk-existe
             MOVE    SPACES         TO           wk-descricao
             MOVE    'A'            TO           wk-situacao
            NOT INVALID KEY
             MOVE    'S'            TO           wk-existe
             MOVE    arqconflito-descricao TO    wk-descricao
             MOVE    arqconflito-situacao TO     wk-situacao
           END-READ.
           PERFORM   0022-ACEITA-PAR.
      *---------------------------------------------------------------
       0022-ACEITA-PAR.

           DISPLAY    SC-TELA-PAR.
           ACCEPT     SC-TELA-PAR.
           MOVE       SPACES         TO          wk-msg.
           IF         wk-descricao   EQUAL       SPACES
               MOVE  'Informar a descricao do conflito'
                                    TO           wk-msg
           END-IF.
           IF         wk-situacao    NOT EQUAL   'A'
            AND       wk-situacao    NOT EQUAL   'I'
               MOVE  'Situacao deve ser A ou I'  TO          wk-msg
           END-IF.
           IF         wk-msg         NOT EQUAL   SPACES
               PERFORM              0022-ACEITA-PAR
           ELSE
               PERFORM              0023-GRAVA-PAR
           END-IF.
      *---------------------------------------------------------------
       0023-GRAVA-PAR.

           CALL      'operadoratual' USING       wk-operador.
           MOVE      wk-opcao-a     TO           arqconflito-opcao-a.
           MOVE      wk-opcao-b     TO           arqconflito-opcao-b.
           MOVE      wk-descricao   TO           arqconflito-descricao.
           MOVE      wk-situacao    TO           arqconflito-situacao.
           MOVE      wk-operador    TO           arqconflito-operador.
           MOVE      wk-hoje        TO           arqconflito-data.
           IF        wk-existe      EQUAL        'S'
               REWRITE arqconflito-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQCONFLITO
                                                  WK-MSG
               END-REWRITE
           ELSE
               WRITE arqconflito-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQCONFLITO
                                                  WK-MSG
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
      *    The exception must name an existing operator and an
      *    existing pair, carry its reason and run to a real date
      *    from today on; validade zero withdraws it.
       0030-EDITA-EXCECAO.

           IF        wk-tem-excecao NOT EQUAL    'S'
               MOVE  'Arquivo de excecoes indisponivel'
                                    TO           wk-msg
           ELSE
               DISPLAY SC-TELA-EXCECAO
               ACCEPT  SC-TELA-EXCECAO
               MOVE  SPACES         TO           wk-msg
               PERFORM              0031-CONSISTE-EXCECAO
               IF    wk-consiste    NOT EQUAL    'S'
                   PERFORM          0030-EDITA-EXCECAO
               ELSE
                   PERFORM          0032-GRAVA-EXCECAO
               END-IF
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0031-CONSISTE-EXCECAO.

           MOVE      wk-ex-operador TO           arqoperador-codigo.
           READ      ARQOPERADOR    KEY IS       ARQOPERADOR-CODIGO
            INVALID KEY
             MOVE    'Operador nao cadastrado'   TO          wk-msg
             MOVE    'N'            TO           wk-consiste
            NOT INVALID KEY
             MOVE    'S'            TO           wk-consiste
           END-READ.
           IF        wk-consiste    EQUAL        'S'
               PERFORM              0016-CONSISTE-OPCOES
           END-IF.
           IF        wk-consiste    EQUAL        'S'
               MOVE  wk-opcao-a     TO           arqconflito-opcao-a
               MOVE  wk-opcao-b     TO           arqconflito-opcao-b
               READ  ARQCONFLITO    KEY IS       ARQCONFLITO-CHAVE
                INVALID KEY
                 MOVE 'Par nao cadastrado como conflito'
                                    TO           wk-msg
                 MOVE 'N'           TO           wk-consiste
               END-READ
           END-IF.
           IF        wk-consiste    EQUAL        'S'
            AND      wk-ex-validade NOT EQUAL    ZEROS
               IF    wk-ex-justificativa EQUAL   SPACES
                   MOVE 'Informar a justificativa' TO        wk-msg
                   MOVE 'N'         TO           wk-consiste
               END-IF
               IF    FUNCTION TEST-DATE-YYYYMMDD(wk-ex-validade)
                                    NOT EQUAL    ZEROS
                OR   wk-ex-validade LESS         wk-hoje
                   MOVE 'Validade invalida ou vencida' TO    wk-msg
                   MOVE 'N'         TO           wk-consiste
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0032-GRAVA-EXCECAO.

           MOVE      wk-ex-operador TO
                                    arqconflitoexc-operador.
           MOVE      wk-opcao-a     TO           arqconflitoexc-opcao-a.
           MOVE      wk-opcao-b     TO           arqconflitoexc-opcao-b.
           IF        wk-ex-validade EQUAL        ZEROS
               DELETE ARQCONFLITOEXC
                INVALID KEY
                 MOVE 'Excecao nao encontrada'   TO          wk-msg
                NOT INVALID KEY
                 MOVE 'Excecao retirada'         TO          wk-msg
               END-DELETE
           ELSE
               MOVE  wk-ex-justificativa TO
                                    arqconflitoexc-justificativa
               MOVE  wk-ex-validade TO           arqconflitoexc-validade
               MOVE  wk-operador    TO
                                    arqconflitoexc-supervisor
               MOVE  wk-hoje        TO           arqconflitoexc-data
               WRITE arqconflitoexc-registro
                INVALID KEY
                 REWRITE arqconflitoexc-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING       FS-ARQCONFLITOEXC
                                                  WK-MSG
                 END-REWRITE
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.
                 if fl-ok equal 'S'
                     close arqconflito
                 end-if.
                 if wk-tem-excecao equal 'S'
                     close arqconflitoexc
                 end-if.
                 if wk-tem-operador equal 'S'
                     close arqoperador
                 end-if.
                 GOBACK.
           exit program.

       end program cadastroconflito.
