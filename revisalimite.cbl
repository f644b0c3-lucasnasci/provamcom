       program-id. revisalimite as "revisalimite".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqrevlimiteselect.cpy".
           copy "arqrevlimcfgselect.cpy".
           copy "arqoperadorselect.cpy".
           copy "arqauditoriaselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqrevlimitefd.cpy".
           copy "arqrevlimcfgfd.cpy".
           copy "arqoperadorfd.cpy".
           copy "arqauditoriafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqrevlimite  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\revlimite.dat".
           01  wk-caminho-arqrevlimcfg  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\revlimcfg.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-titulo          pic x(001) value 'N'.
              05 wk-tem-operador        pic x(001) value 'N'.
              05 wk-fim-propostas       pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-meses                 pic 9(002) value 2.
           01  wk-tolerancia            pic 9(003) value 10.

      *    Average days late against the share of the purchase-based
      *    limit the client earns: prompt payers get room to grow,
      *    chronic late payers see the limit cut back.
           01  tb-faixa-atraso.
              05 filler.
               07 pic 9(003) value 5.
               07 pic 9(003) value 120.
              05 filler.
               07 pic 9(003) value 15.
               07 pic 9(003) value 100.
              05 filler.
               07 pic 9(003) value 30.
               07 pic 9(003) value 70.
              05 filler.
               07 pic 9(003) value 999.
               07 pic 9(003) value 40.
           01  tb-faixa-atraso-r redefines tb-faixa-atraso.
              05 tb-faixa               occurs 4 times.
               07 tb-faixa-dias         pic 9(003).
               07 tb-faixa-fator        pic 9(003).
           01  wk-faixa-idx             pic 9(002) comp value zeros.

           01  wk-periodo.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-int            pic s9(009) comp value zeros.
              05 wk-inicio-12m          pic 9(008) value zeros.
              05 wk-data-int            pic s9(009) comp value zeros.

           01  wk-medidas.
              05 wk-compras-12m         pic 9(011)v9(002) value zeros.
              05 wk-titulos-pagos       pic 9(005) value zeros.
              05 wk-dias-atraso-tot     pic 9(009) value zeros.
              05 wk-dias-atraso         pic s9(007) value zeros.
              05 wk-atraso-medio        pic 9(005) value zeros.
              05 wk-fator               pic 9(003) value zeros.
              05 wk-centenas            pic 9(009) value zeros.
              05 wk-proposto            pic 9(009)v9(002) value zeros.
              05 wk-diferenca           pic 9(009)v9(002) value zeros.

           01  wk-analise.
              05 wk-cliente-codigo      pic 9(007) value zeros.
              05 wk-cliente-raz-soc     pic x(040) value spaces.
              05 wk-data-proposta       pic 9(008) value zeros.
              05 wk-limite-atual        pic 9(009)v9(002) value zeros.
              05 wk-limite-proposto     pic 9(009)v9(002) value zeros.
              05 wk-limite-aprovado     pic 9(009)v9(002) value zeros.
              05 wk-compras-tela        pic 9(011)v9(002) value zeros.
              05 wk-atraso-tela         pic 9(005) value zeros.
              05 wk-pagos-tela          pic 9(005) value zeros.
              05 wk-decisao             pic x(001) value spaces.
              05 wk-operador            pic x(010) value spaces.

      *    Journal staging for gravajornal, as in cadastrocliente.
           01  wk-jornal.
              05 wk-jrn-entidade        pic x(008) value 'CLIENTE'.
              05 wk-jrn-operacao        pic x(001) value 'A'.
              05 wk-jrn-programa        pic x(020)
                                         value 'revisalimite'.
              05 wk-jrn-imagem-ant      pic x(300) value spaces.
              05 wk-jrn-imagem-nova     pic x(300) value spaces.

           01  wk-totais.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-propostas       pic 9(007) value zeros.
              05 wk-tot-aceitas         pic 9(007) value zeros.
              05 wk-tot-rejeitadas      pic 9(007) value zeros.

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqrevlimitefs.cpy".
           copy "arqrevlimcfgfs.cpy".
           copy "arqoperadorfs.cpy".
           copy "arqauditoriafs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REVISAO DE LIMITES DE CREDITO".
               05  line  3   col  05 value
                         "Meses de compras cobertos".
               05  line  3   col  43   using wk-meses.
               05  line  4   col  05 value
                         "Variacao minima p/ propor (%)".
               05  line  4   col  43   using wk-tolerancia.
               05  line  6   col  05 value
                         "1 Gerar propostas".
               05  line  7   col  05 value
                         "2 Analisar propostas (supervisor)".
               05  line  8   col  05 value
                         "9 Encerrar".
               05  line  8   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA REVISAO".
               05  line  3   col  05 VALUE
                         "Clientes ativos examinados".
               05  line  3   col  40   using wk-tot-clientes.
               05  line  4   col  05 VALUE
                         "Propostas de novo limite".
               05  line  4   col  40   using wk-tot-propostas.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
           01  SC-TELA-ANALISE.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PROPOSTA DE LIMITE DE CREDITO".
               05  line  2   col  05 value
                         "Cliente".
               05  line  2   col  43   using wk-cliente-codigo.
               05  line  3   col  05 value
                         "Razao social".
               05  line  3   col  43   using wk-cliente-raz-soc.
               05  line  4   col  05 value
                         "Data da proposta".
               05  line  4   col  43   using wk-data-proposta.
               05  line  5   col  05 value
                         "Compras nos ultimos 12 meses".
               05  line  5   col  43   using wk-compras-tela.
               05  line  6   col  05 value
                         "Parcelas pagas / atraso medio (dias)".
               05  line  6   col  43   using wk-pagos-tela.
               05  line  6   col  50   using wk-atraso-tela.
               05  line  7   col  05 value
                         "Limite atual (zero = sem limite)".
               05  line  7   col  43   using wk-limite-atual.
               05  line  8   col  05 value
                         "Limite proposto".
               05  line  8   col  43   using wk-limite-proposto.
               05  line  9   col  05 value
                         "Limite aprovado (altere p/ editar)".
               05  line  9   col  43   using wk-limite-aprovado.
               05  line  11  col  05 value
                         "Decisao: A aceita, R rejeita, ENTER pula".
               05  line  11  col  50   using wk-decisao.
               05  line  14  col  43   using wk-msg.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    As a step of the nightly chain only the proposals are
      *    generated; deciding them is always a supervisor's job.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-GERA-PROPOSTAS
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

           OPEN      I-O          ARQCLIENTE.
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
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-titulo
           END-IF.
           OPEN      I-O          ARQREVLIMITE.
           IF        FS-ARQREVLIMITE EQUAL      '05'
            OR       FS-ARQREVLIMITE EQUAL      '35'
               CLOSE      ARQREVLIMITE
               OPEN       OUTPUT      ARQREVLIMITE
               CLOSE      ARQREVLIMITE
               OPEN       I-O         ARQREVLIMITE
           END-IF.
      *    Without the operator file no supervisor can be checked,
      *    and the review pass stays closed.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
           OPEN      EXTEND       ARQAUDITORIA.
           IF        FS-ARQAUDITORIA EQUAL      '05'
               OPEN       OUTPUT      ARQAUDITORIA
               CLOSE      ARQAUDITORIA
               OPEN       EXTEND      ARQAUDITORIA
           END-IF.
      *---------------------------------------------------------------
      *    A missing config file keeps the shipped defaults (two
      *    months of purchases, 10% minimum change).
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQREVLIMCFG.
           IF        FS-ARQREVLIMCFG EQUAL      ZEROS
               READ  ARQREVLIMCFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqrevlimcfg-meses NOT EQUAL ZEROS
                     MOVE arqrevlimcfg-meses TO wk-meses
                 END-IF
                 MOVE arqrevlimcfg-tolerancia TO wk-tolerancia
               END-READ
               CLOSE ARQREVLIMCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQREVLIMCFG.
           MOVE      wk-meses       TO          arqrevlimcfg-meses.
           MOVE      wk-tolerancia  TO          arqrevlimcfg-tolerancia.
           WRITE     arqrevlimcfg-registro.
           CLOSE     ARQREVLIMCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             IF        wk-meses      EQUAL      ZEROS
                 MOVE  2             TO         wk-meses
             END-IF
             PERFORM   0006-GRAVA-CONFIGURACAO
             PERFORM   0020-GERA-PROPOSTAS
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      EQUAL      2
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0015-VERIFICA-SUPERVISOR
             IF        wk-msg        EQUAL      SPACES
                 PERFORM 0030-ANALISA-PROPOSTAS
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Only an active, unlocked supervisor logged in through the
      *    menu may decide proposals; they sign every decision.
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
                     MOVE 'Analise restrita a supervisor ativo'
                                    TO          wk-msg
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Every ativo client of the empresa with purchases in the
      *    last twelve months gets a suggested limit; a proposal is
      *    only raised when it moves the limit by more than the
      *    tolerance (always, for a client with no limit today).
       0020-GERA-PROPOSTAS.

           INITIALIZE               wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-hoje-int =
                     FUNCTION INTEGER-OF-DATE(wk-hoje).
           COMPUTE   wk-data-int    =  wk-hoje-int - 365.
           COMPUTE   wk-inicio-12m  =
                     FUNCTION DATE-OF-INTEGER(wk-data-int).

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
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
             IF      arqcliente-ativo
              AND    arqcliente-empresa EQUAL   wk-empresa-corrente
                 ADD  1             TO          wk-tot-clientes
                 INITIALIZE         wk-medidas
                 PERFORM            0022-SOMA-COMPRAS
                 PERFORM            0023-MEDE-PAGAMENTOS
                 IF   wk-compras-12m GREATER    ZEROS
                     PERFORM        0024-CALCULA-PROPOSTA
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Purchases are the notas that stand: cancelled originals
      *    and their reversals are both left out.
       0022-SOMA-COMPRAS.

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
               AND   arqvenda-data  NOT LESS    wk-inicio-12m
               AND   arqvenda-data  NOT GREATER wk-hoje
                 ADD  arqvenda-valor TO         wk-compras-12m
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Parcelas settled in the last twelve months: days from
      *    vencimento to the payment, early payments counting zero.
       0023-MEDE-PAGAMENTOS.

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
           IF        wk-titulos-pagos GREATER   ZEROS
               COMPUTE wk-atraso-medio ROUNDED =
                       wk-dias-atraso-tot / wk-titulos-pagos
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
              IF     arqtitulo-pago
               AND   arqtitulo-data-pagamento NOT LESS wk-inicio-12m
               AND   arqtitulo-vencimento NOT EQUAL ZEROS
                 ADD  1             TO          wk-titulos-pagos
                 COMPUTE wk-dias-atraso =
                     FUNCTION INTEGER-OF-DATE(arqtitulo-data-pagamento)
                   - FUNCTION INTEGER-OF-DATE(arqtitulo-vencimento)
                 IF   wk-dias-atraso GREATER    ZEROS
                     ADD  wk-dias-atraso TO     wk-dias-atraso-tot
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Suggested limit = the average monthly purchases times the
      *    months covered, scaled by the lateness band and rounded to
      *    the hundred. A client with no paid parcela yet is taken at
      *    face value.
       0024-CALCULA-PROPOSTA.

           MOVE      100            TO          wk-fator.
           IF        wk-titulos-pagos GREATER   ZEROS
               PERFORM              0024A-PROCURA-FAIXA
                 VARYING wk-faixa-idx FROM      4
                   BY    -1
                   UNTIL wk-faixa-idx <         1
           END-IF.
           COMPUTE   wk-centenas ROUNDED =
                     wk-compras-12m * wk-meses / 12
                   * wk-fator / 100 / 100.
           COMPUTE   wk-proposto    =  wk-centenas * 100.

           IF        wk-proposto    GREATER
                                    arqcliente-limite-credito
               COMPUTE wk-diferenca =  wk-proposto
                                    -  arqcliente-limite-credito
           ELSE
               COMPUTE wk-diferenca =  arqcliente-limite-credito
                                    -  wk-proposto
           END-IF.

           IF        wk-proposto    GREATER     ZEROS
            AND    ( arqcliente-limite-credito EQUAL ZEROS
             OR      wk-diferenca * 100 >
                     arqcliente-limite-credito * wk-tolerancia )
               PERFORM              0025-RETIRA-PENDENTES
               PERFORM              0026-GRAVA-PROPOSTA
           END-IF.
      *---------------------------------------------------------------
      *    Walks the bands from the widest down, so the narrowest one
      *    the average fits in is the one left standing.
       0024A-PROCURA-FAIXA.

           IF        wk-atraso-medio NOT GREATER
                                    tb-faixa-dias(wk-faixa-idx)
               MOVE  tb-faixa-fator(wk-faixa-idx) TO wk-fator
           END-IF.
      *---------------------------------------------------------------
      *    A proposal from an earlier run that nobody decided is
      *    superseded by today's figures.
       0025-RETIRA-PENDENTES.

           MOVE      arqcliente-codigo TO
                                    arqrevlimite-cliente-codigo.
           MOVE      ZEROS          TO          arqrevlimite-data.
           START     ARQREVLIMITE   KEY IS      NOT LESS
                                    ARQREVLIMITE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQREVLIMITE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQREVLIMITE
           END-START.
           PERFORM   0025A-LE-PENDENTE
             UNTIL   FS-ARQREVLIMITE EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQREVLIMITE.
      *---------------------------------------------------------------
       0025A-LE-PENDENTE.

           READ      ARQREVLIMITE   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQREVLIMITE
            NOT AT END
             IF      arqrevlimite-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQREVLIMITE
             ELSE
              IF     arqrevlimite-pendente
               AND   arqrevlimite-data <        wk-hoje
                 SET  arqrevlimite-substituida TO TRUE
                 REWRITE arqrevlimite-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A rerun on the same day refreshes that day's proposal while
      *    it is still pending and leaves a decided one alone.
       0026-GRAVA-PROPOSTA.

           MOVE      arqcliente-codigo TO
                                    arqrevlimite-cliente-codigo.
           MOVE      wk-hoje        TO          arqrevlimite-data.
           READ      ARQREVLIMITE   KEY IS      ARQREVLIMITE-CHAVE
            INVALID KEY
             INITIALIZE             arqrevlimite-registro
             MOVE    arqcliente-codigo TO
                                    arqrevlimite-cliente-codigo
             MOVE    wk-hoje        TO          arqrevlimite-data
             PERFORM                0026A-MONTA-PROPOSTA
             WRITE   arqrevlimite-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-propostas
             END-WRITE
            NOT INVALID KEY
             IF      arqrevlimite-pendente
                 PERFORM            0026A-MONTA-PROPOSTA
                 REWRITE arqrevlimite-registro
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   ADD  1           TO          wk-tot-propostas
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0026A-MONTA-PROPOSTA.

           MOVE      arqcliente-empresa TO      arqrevlimite-empresa.
           MOVE      arqcliente-limite-credito TO
                                    arqrevlimite-limite-atual.
           MOVE      wk-proposto    TO
                                    arqrevlimite-limite-proposto.
           MOVE      wk-compras-12m TO
                                    arqrevlimite-compras-12m.
           MOVE      wk-titulos-pagos TO
                                    arqrevlimite-titulos-pagos.
           MOVE      wk-atraso-medio TO
                                    arqrevlimite-atraso-medio.
           SET       arqrevlimite-pendente      TO          TRUE.
           MOVE      ZEROS          TO
                                    arqrevlimite-limite-aprovado
                                    arqrevlimite-data-dec
                                    arqrevlimite-hora-dec.
           MOVE      SPACES         TO
                                    arqrevlimite-operador-dec.
      *---------------------------------------------------------------
      *    The supervisor's side: each pending proposal of the
      *    empresa comes up against the limit the client has today.
      *    The proposed figure comes pre-filled in the approved field,
      *    so accepting as-is is one keystroke and editing is typing
      *    over it.
       0030-ANALISA-PROPOSTAS.

           MOVE      'N'            TO          wk-fim-propostas.
           MOVE      LOW-VALUES     TO          ARQREVLIMITE-CHAVE.
           START     ARQREVLIMITE   KEY IS      NOT LESS
                                    ARQREVLIMITE-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-propostas
           END-START.
           PERFORM   0031-LE-PROPOSTA
             UNTIL   wk-fim-propostas EQUAL     'S'.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0031-LE-PROPOSTA.

           READ      ARQREVLIMITE   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-propostas
            NOT AT END
             IF      arqrevlimite-pendente
              AND    arqrevlimite-empresa EQUAL wk-empresa-corrente
                 PERFORM            0032-APRESENTA-PROPOSTA
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0032-APRESENTA-PROPOSTA.

           MOVE      arqrevlimite-cliente-codigo TO
                                    wk-cliente-codigo.
           MOVE      arqrevlimite-data TO       wk-data-proposta.
           MOVE      arqrevlimite-compras-12m TO wk-compras-tela.
           MOVE      arqrevlimite-titulos-pagos TO wk-pagos-tela.
           MOVE      arqrevlimite-atraso-medio TO wk-atraso-tela.
           MOVE      arqrevlimite-limite-proposto TO
                                    wk-limite-proposto
                                    wk-limite-aprovado.
           MOVE      arqrevlimite-limite-atual TO wk-limite-atual.
           MOVE      SPACES         TO          wk-cliente-raz-soc
                                                 wk-decisao.

           MOVE      wk-cliente-codigo TO       arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqcliente-raz-soc TO      wk-cliente-raz-soc
             MOVE    arqcliente-limite-credito TO wk-limite-atual
           END-READ.

           DISPLAY   SC-TELA-ANALISE.
           ACCEPT    SC-TELA-ANALISE.
           MOVE      SPACES         TO          wk-msg.

           IF        wk-decisao     EQUAL       'A'
            OR       wk-decisao     EQUAL       'a'
               IF    wk-limite-aprovado EQUAL   ZEROS
                   MOVE 'Limite zero nao aceito - proposta mantida'
                                    TO          wk-msg
               ELSE
                   PERFORM          0033-ACEITA
               END-IF
           END-IF.
           IF        wk-decisao     EQUAL       'R'
            OR       wk-decisao     EQUAL       'r'
               SET   arqrevlimite-rejeitada     TO          TRUE
               ADD   1              TO          wk-tot-rejeitadas
               PERFORM              0035-GRAVA-DECISAO
           END-IF.
      *---------------------------------------------------------------
      *    The new limit goes onto arqcliente with the same trail a
      *    change keyed in cadastrocliente leaves: before and after
      *    images in the journal and a LIMITE CREDITO line in
      *    arqauditoria.
       0033-ACEITA.

           MOVE      wk-cliente-codigo TO       arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             MOVE    'Cliente nao encontrado - proposta mantida'
                                    TO          wk-msg
            NOT INVALID KEY
             MOVE    ARQCLIENTE-CLIENTE TO      wk-jrn-imagem-ant
             MOVE    arqcliente-limite-credito TO wk-limite-atual
             MOVE    wk-limite-aprovado TO
                                    arqcliente-limite-credito
             ACCEPT  arqcliente-data-alt        FROM        DATE
             ACCEPT  arqcliente-hora-alt        FROM        TIME
             REWRITE ARQCLIENTE-CLIENTE
              INVALID KEY
               MOVE  'Falha ao regravar cliente - proposta mantida'
                                    TO          wk-msg
              NOT INVALID KEY
               MOVE  ARQCLIENTE-CLIENTE TO      wk-jrn-imagem-nova
               CALL  'gravajornal'  USING       wk-jrn-entidade
                                                 wk-jrn-operacao
                                                 wk-jrn-programa
                                                 wk-jrn-imagem-ant
                                                 wk-jrn-imagem-nova
               PERFORM              0034-GRAVA-AUDITORIA
               IF    wk-limite-aprovado EQUAL   wk-limite-proposto
                   SET arqrevlimite-aceita      TO          TRUE
               ELSE
                   SET arqrevlimite-editada     TO          TRUE
               END-IF
               MOVE  wk-limite-aprovado TO
                                    arqrevlimite-limite-aprovado
               ADD   1              TO          wk-tot-aceitas
               PERFORM              0035-GRAVA-DECISAO
             END-REWRITE
           END-READ.
      *---------------------------------------------------------------
       0034-GRAVA-AUDITORIA.

           MOVE      'CLIENTE'      TO          arqauditoria-entidade.
           MOVE      wk-cliente-codigo TO       arqauditoria-codigo.
           MOVE      'LIMITE CREDITO' TO        arqauditoria-campo.
           MOVE      wk-limite-atual TO         arqauditoria-valor-ant.
           MOVE      wk-limite-aprovado TO      arqauditoria-valor-novo.
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
       0035-GRAVA-DECISAO.

           MOVE      wk-operador    TO
                                    arqrevlimite-operador-dec.
           ACCEPT    arqrevlimite-data-dec      FROM        DATE.
           ACCEPT    arqrevlimite-hora-dec      FROM        TIME.
           REWRITE   arqrevlimite-registro
            INVALID KEY
             CONTINUE
           END-REWRITE.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
               CLOSE ARQVENDA
           END-IF.
           IF        wk-tem-titulo  EQUAL       'S'
               CLOSE ARQTITULO
           END-IF.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           CLOSE     ARQREVLIMITE.
           CLOSE     ARQAUDITORIA.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program revisalimite.
