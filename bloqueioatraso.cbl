       program-id. bloqueioatraso as "bloqueioatraso".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqbloqueioselect.cpy".
           copy "arqbloqcfgselect.cpy".
           copy "arqauditoriaselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqbloqueiofd.cpy".
           copy "arqbloqcfgfd.cpy".
           copy "arqauditoriafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqbloqueio   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bloqueio.dat".
           01  wk-caminho-arqbloqcfg    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bloqcfg.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-titulo          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

      *    Days past vencimento of the oldest open parcela -- the
      *    shipped default holds until the desk saves its own.
           01  wk-dias-bloqueio         pic 9(003) value 60.

           01  wk-calculo.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-int            pic s9(009) comp value zeros.
              05 wk-cliente-atual       pic 9(007) value zeros.
              05 wk-dias-titulo         pic s9(005) value zeros.
              05 wk-maior-atraso        pic s9(005) value zeros.
              05 wk-nf-antiga           pic 9(009) value zeros.
              05 wk-parcela-antiga      pic 9(002) value zeros.
              05 wk-qtd-vencidas        pic 9(003) value zeros.
              05 wk-saldo-vencido       pic 9(009)v9(002) value zeros.
              05 wk-dias-edit           pic zzzz9.

           01  wk-totais.
              05 wk-tot-avaliados       pic 9(007) value zeros.
              05 wk-tot-novos           pic 9(007) value zeros.
              05 wk-tot-mantidos        pic 9(007) value zeros.
              05 wk-tot-liberados       pic 9(007) value zeros.

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqbloqueiofs.cpy".
           copy "arqbloqcfgfs.cpy".
           copy "arqauditoriafs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "BLOQUEIO DE CLIENTES EM ATRASO".
               05  line  3   col  05 value
                         "Dias de atraso que bloqueiam a prazo".
               05  line  3   col  43   using wk-dias-bloqueio.
               05  line  5   col  05 value
                         "1 Reavaliar os bloqueios / 9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS BLOQUEIOS POR ATRASO".
               05  line  3   col  05 VALUE
                         "Clientes avaliados".
               05  line  3   col  40   using wk-tot-avaliados.
               05  line  4   col  05 VALUE
                         "Novos bloqueios".
               05  line  4   col  40   using wk-tot-novos.
               05  line  5   col  05 VALUE
                         "Bloqueios mantidos".
               05  line  5   col  40   using wk-tot-mantidos.
               05  line  6   col  05 VALUE
                         "Bloqueios liberados".
               05  line  6   col  40   using wk-tot-liberados.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-AVALIA-BLOQUEIOS
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
      *    No titulo file means nobody owes anything: every hold on
      *    file is lifted on the run.
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO          wk-tem-titulo
           ELSE
               MOVE  'S'            TO          wk-tem-titulo
           END-IF.
           OPEN      I-O          ARQBLOQUEIO.
           IF        FS-ARQBLOQUEIO EQUAL       '05'
            OR       FS-ARQBLOQUEIO EQUAL       '35'
               CLOSE      ARQBLOQUEIO
               OPEN       OUTPUT      ARQBLOQUEIO
               CLOSE      ARQBLOQUEIO
               OPEN       I-O         ARQBLOQUEIO
           END-IF.
           OPEN      EXTEND       ARQAUDITORIA.
           IF        FS-ARQAUDITORIA EQUAL      '05'
               OPEN       OUTPUT      ARQAUDITORIA
               CLOSE      ARQAUDITORIA
               OPEN       EXTEND      ARQAUDITORIA
           END-IF.
      *---------------------------------------------------------------
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQBLOQCFG.
           IF        FS-ARQBLOQCFG  EQUAL       ZEROS
               READ  ARQBLOQCFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqbloqcfg-dias-bloqueio NOT EQUAL ZEROS
                     MOVE arqbloqcfg-dias-bloqueio TO
                                    wk-dias-bloqueio
                 END-IF
               END-READ
               CLOSE ARQBLOQCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQBLOQCFG.
           MOVE      wk-dias-bloqueio TO
                                    arqbloqcfg-dias-bloqueio.
           WRITE     arqbloqcfg-registro.
           CLOSE     ARQBLOQCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           initialize wk-msg.
           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             IF        wk-dias-bloqueio EQUAL   ZEROS
                 MOVE  'Informe os dias de atraso (maior que 0)'
                                     TO         wk-msg
             ELSE
                 PERFORM   0006-GRAVA-CONFIGURACAO
                 PERFORM   0020-AVALIA-BLOQUEIOS
                 DISPLAY   SC-TELA-RESUMO
                 ACCEPT    SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every client of the empresa is measured by the oldest open
      *    parcela they still owe. Past the threshold they are put (or
      *    kept) on hold; a client on hold who has since paid up is
      *    released -- the same run that holds is the one that frees,
      *    so nobody has to remember to lift anything by hand.
       0020-AVALIA-BLOQUEIOS.

           INITIALIZE               wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-hoje-int =
                     FUNCTION INTEGER-OF-DATE(wk-hoje).

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           MOVE      wk-empresa-corrente TO     arqcliente-empresa.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0021-PROCESSA-CLIENTE
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-PROCESSA-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             IF      arqcliente-empresa NOT EQUAL wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQCLIENTE
             ELSE
                 ADD  1             TO          wk-tot-avaliados
                 PERFORM            0022-MEDE-ATRASO
                 PERFORM            0024-ATUALIZA-BLOQUEIO
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-MEDE-ATRASO.

           MOVE      arqcliente-codigo TO       wk-cliente-atual.
           MOVE      ZEROS          TO          wk-maior-atraso
                                                 wk-nf-antiga
                                                 wk-parcela-antiga
                                                 wk-qtd-vencidas
                                                 wk-saldo-vencido.
           IF        wk-tem-titulo EQUAL      'S'
               MOVE  wk-cliente-atual TO
                                    arqtitulo-cliente-codigo
               START ARQTITULO      KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQTITULO
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQTITULO
               END-START
               PERFORM              0023-LE-TITULO
                 UNTIL FS-ARQTITULO EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQTITULO
           END-IF.
      *---------------------------------------------------------------
       0023-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    wk-cliente-atual
                 MOVE '10'          TO          FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
               AND   arqtitulo-vencimento LESS  wk-hoje
                 COMPUTE wk-dias-titulo =
                         wk-hoje-int
                       - FUNCTION INTEGER-OF-DATE
                                  (arqtitulo-vencimento)
                 ADD  1             TO          wk-qtd-vencidas
                 COMPUTE wk-saldo-vencido =     wk-saldo-vencido
                                              + arqtitulo-valor
                                              - arqtitulo-valor-pago
                 IF   wk-dias-titulo GREATER    wk-maior-atraso
                     MOVE wk-dias-titulo TO     wk-maior-atraso
                     MOVE arqtitulo-numero-nf TO wk-nf-antiga
                     MOVE arqtitulo-parcela TO  wk-parcela-antiga
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0024-ATUALIZA-BLOQUEIO.

           MOVE      wk-cliente-atual TO
                                    arqbloqueio-cliente-codigo.
           READ      ARQBLOQUEIO    KEY IS
                                    ARQBLOQUEIO-CLIENTE-CODIGO
            INVALID KEY
             IF      wk-maior-atraso NOT LESS   wk-dias-bloqueio
                 INITIALIZE          arqbloqueio-registro
                 MOVE wk-cliente-atual TO
                                    arqbloqueio-cliente-codigo
                 PERFORM            0025-MONTA-BLOQUEIO
                 WRITE arqbloqueio-registro
                 ADD  1             TO          wk-tot-novos
                 MOVE 'LIVRE'       TO          arqauditoria-valor-ant
                 PERFORM            0026-GRAVA-AUDITORIA
             END-IF
            NOT INVALID KEY
             EVALUATE TRUE
              WHEN   wk-maior-atraso NOT LESS   wk-dias-bloqueio
               IF    arqbloqueio-ativo
                   ADD  1           TO          wk-tot-mantidos
                   MOVE wk-maior-atraso TO      arqbloqueio-dias-atraso
                   MOVE wk-nf-antiga TO         arqbloqueio-numero-nf
                   MOVE wk-parcela-antiga TO    arqbloqueio-parcela
                   MOVE wk-qtd-vencidas TO
                                    arqbloqueio-qtd-vencidas
                   MOVE wk-saldo-vencido TO
                                    arqbloqueio-saldo-vencido
                   MOVE wk-hoje     TO
                                    arqbloqueio-data-avaliacao
               ELSE
                   PERFORM          0025-MONTA-BLOQUEIO
                   ADD  1           TO          wk-tot-novos
                   MOVE 'LIBERADO'  TO          arqauditoria-valor-ant
                   PERFORM          0026-GRAVA-AUDITORIA
               END-IF
               REWRITE arqbloqueio-registro
              WHEN   arqbloqueio-ativo
               SET   arqbloqueio-liberado       TO          TRUE
               MOVE  wk-hoje        TO
                                    arqbloqueio-data-liberacao
                                    arqbloqueio-data-avaliacao
               REWRITE arqbloqueio-registro
               ADD   1              TO          wk-tot-liberados
               MOVE  'BLOQUEADO'    TO          arqauditoria-valor-ant
               MOVE  'LIBERADO - TITULOS QUITADOS' TO
                                    arqauditoria-valor-novo
               PERFORM              0026A-GRAVA-AUDITORIA
              WHEN   OTHER
               CONTINUE
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0025-MONTA-BLOQUEIO.

           MOVE      arqcliente-empresa TO      arqbloqueio-empresa.
           SET       arqbloqueio-ativo          TO          TRUE.
           MOVE      wk-maior-atraso TO         arqbloqueio-dias-atraso.
           MOVE      wk-nf-antiga   TO          arqbloqueio-numero-nf.
           MOVE      wk-parcela-antiga TO       arqbloqueio-parcela.
           MOVE      wk-qtd-vencidas TO
                                    arqbloqueio-qtd-vencidas.
           MOVE      wk-saldo-vencido TO
                                    arqbloqueio-saldo-vencido.
           MOVE      wk-hoje        TO
                                    arqbloqueio-data-bloqueio
                                    arqbloqueio-data-avaliacao.
           MOVE      ZEROS          TO
                                    arqbloqueio-data-liberacao.
      *---------------------------------------------------------------
       0026-GRAVA-AUDITORIA.

           MOVE      wk-maior-atraso TO         wk-dias-edit.
           MOVE      SPACES         TO          arqauditoria-valor-novo.
           STRING    'BLOQUEADO - ' DELIMITED BY SIZE
                     wk-dias-edit   DELIMITED BY SIZE
                     ' DIAS ATRASO' DELIMITED BY SIZE
                     INTO arqauditoria-valor-novo.
           PERFORM   0026A-GRAVA-AUDITORIA.
      *---------------------------------------------------------------
       0026A-GRAVA-AUDITORIA.

           MOVE      'CLIENTE'      TO          arqauditoria-entidade.
           MOVE      wk-cliente-atual TO        arqauditoria-codigo.
           MOVE      'BLOQUEIO ATRASO' TO       arqauditoria-campo.
           ACCEPT    arqauditoria-data          FROM        DATE.
           ACCEPT    arqauditoria-hora          FROM        TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'AUDITORIA'    TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro.
           WRITE     arqauditoria-registro.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-titulo EQUAL      'S'
               CLOSE ARQTITULO
           END-IF.
           CLOSE     ARQBLOQUEIO.
           CLOSE     ARQAUDITORIA.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program bloqueioatraso.
