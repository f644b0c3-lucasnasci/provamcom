       program-id. cobrancatitulo as "cobrancatitulo".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqtituloselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqcobrancaselect.cpy".
           copy "arqcobcfgselect.cpy".
           copy "arqcartacobselect.cpy".
           copy "arqnoticiaselect.cpy".
           select    sort-cobranca-work assign to "SORTCOB".

       data division.

           file section.

           copy "arqtitulofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqcobrancafd.cpy".
           copy "arqcobcfgfd.cpy".
           copy "arqcartacobfd.cpy".
           copy "arqnoticiafd.cpy".

           SD  SORT-COBRANCA-WORK.
           01  SORT-COBRANCA-REG.
               05 SORT-VENDEDOR         pic  9(007).
               05 SORT-CLIENTE          pic  9(007).
               05 SORT-NUMERO-NF        pic  9(009).
               05 SORT-PARCELA          pic  9(002).
               05 SORT-ESTAGIO          pic  9(001).
               05 SORT-VENCIMENTO       pic  9(008).
               05 SORT-VALOR            pic  9(009)v9(002).
               05 SORT-DIAS-ATRASO      pic  9(005).
               05 SORT-RAZ-SOC          pic  x(040).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqcobranca   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cobranca.dat".
           01  wk-caminho-arqcobcfg     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cobcfg.dat".
           01  wk-caminho-arqcartacob   pic x(070) value spaces.
           01  wk-caminho-arqnoticia    pic x(070) value spaces.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-ja-enviada          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

      *    Stage thresholds in days past vencimento -- the shipped
      *    defaults hold until the desk saves its own on the screen.
           01  wk-limites.
              05 wk-dias-lembrete       pic 9(003) value 5.
              05 wk-dias-notificacao    pic 9(003) value 30.
              05 wk-dias-aviso-final    pic 9(003) value 60.

           01  wk-calculo.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-int            pic s9(009) comp value zeros.
              05 wk-dias-atraso         pic s9(005) value zeros.
              05 wk-estagio             pic 9(001) value zeros.

           01  wk-quebra.
              05 wk-vendedor-atual      pic 9(007) value zeros.
              05 wk-primeiro            pic x(001) value 'S'.

           01  wk-totais.
              05 wk-tot-vencidos        pic 9(007) value zeros.
              05 wk-tot-lembrete        pic 9(007) value zeros.
              05 wk-tot-notificacao     pic 9(007) value zeros.
              05 wk-tot-aviso-final     pic 9(007) value zeros.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-mensagens       pic 9(007) value zeros.
              05 wk-tot-sem-contato     pic 9(007) value zeros.

      *    Letter wording per stage, indexed by the stage number.
           01  tb-estagios.
              05 filler.
               07 pic x(030) value 'LEMBRETE DE VENCIMENTO'.
               07 pic x(070) value
           'Parcela abaixo em aberto. Se ja foi paga, desconsidere.'.
              05 filler.
               07 pic x(030) value 'NOTIFICACAO DE DEBITO'.
               07 pic x(070) value
           'Solicitamos a regularizacao da parcela em 10 dias.'.
              05 filler.
               07 pic x(030) value 'AVISO FINAL ANTES DE PROTESTO'.
               07 pic x(070) value
           'Sem pagamento em 5 dias o titulo segue para protesto.'.
           01  tb-estagios-r redefines tb-estagios.
              05 tb-estagio             occurs 3 times.
               07 tb-estagio-titulo     pic x(030).
               07 tb-estagio-texto      pic x(070).

           01  wk-lin-carta-cabec.
              05 filler                 pic x(010) value "COBRANCA: ".
              05 wk-cc-titulo           pic x(030).
              05 filler                 pic x(004) value spaces.
              05 filler                 pic x(006) value "DATA: ".
              05 wk-cc-data             pic 9(008).
           01  wk-lin-carta-cliente.
              05 filler                 pic x(010) value "CLIENTE:  ".
              05 wk-cl-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-cl-raz-soc          pic x(040).
           01  wk-lin-carta-endereco.
              05 filler                 pic x(010) value spaces.
              05 wk-ce-endereco         pic x(100).
           01  wk-lin-carta-texto.
              05 filler                 pic x(010) value spaces.
              05 wk-ct-texto            pic x(070).
           01  wk-lin-carta-titulo.
              05 filler                 pic x(010) value "TITULO:   ".
              05 wk-ti-nf               pic 9(009).
              05 filler                 pic x(001) value '/'.
              05 wk-ti-parcela          pic 9(002).
              05 filler                 pic x(014) value
                 "  VENCIMENTO: ".
              05 wk-ti-vencimento       pic 9(008).
              05 filler                 pic x(009) value "  VALOR: ".
              05 wk-ti-valor            pic zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-ti-atraso           pic zzzz9.
              05 filler                 pic x(012) value
                 " DIAS ATRASO".
           01  wk-lin-carta-fim         pic x(132) value all '-'.

           01  wk-lin-vend-cabec.
              05 filler                 pic x(032) value
                 "CARTAS DE COBRANCA - VENDEDOR   ".
              05 wk-vc-codigo           pic 9(007).
              05 filler                 pic x(006) value " EM   ".
              05 wk-vc-data             pic 9(008).
           01  wk-lin-vend-detalhe.
              05 wk-vd-titulo           pic x(030).
              05 filler                 pic x(002) value spaces.
              05 wk-vd-cliente          pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-vd-raz-soc          pic x(040).
              05 filler                 pic x(002) value spaces.
              05 wk-vd-nf               pic 9(009).
              05 filler                 pic x(001) value '/'.
              05 wk-vd-parcela          pic 9(002).
              05 filler                 pic x(002) value spaces.
              05 wk-vd-valor            pic zzz.zzz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-vd-atraso           pic zzzz9.

           copy "arqmensagemcalc.cpy".

           copy "arqtitulofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqcobrancafs.cpy".
           copy "arqcobcfgfs.cpy".
           copy "arqcartacobfs.cpy".
           copy "arqnoticiafs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "COBRANCA DE TITULOS VENCIDOS".
               05  line  3   col  05 value
                         "Dias para lembrete".
               05  line  3   col  43   using wk-dias-lembrete.
               05  line  4   col  05 value
                         "Dias para notificacao formal".
               05  line  4   col  43   using wk-dias-notificacao.
               05  line  5   col  05 value
                         "Dias para aviso final (protesto)".
               05  line  5   col  43   using wk-dias-aviso-final.
               05  line  7   col  05 value
                         "1 Emitir as cartas / 9 Encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA COBRANCA".
               05  line  3   col  05 VALUE
                         "Parcelas vencidas examinadas".
               05  line  3   col  40   using wk-tot-vencidos.
               05  line  4   col  05 VALUE
                         "Lembretes emitidos".
               05  line  4   col  40   using wk-tot-lembrete.
               05  line  5   col  05 VALUE
                         "Notificacoes emitidas".
               05  line  5   col  40   using wk-tot-notificacao.
               05  line  6   col  05 VALUE
                         "Avisos finais emitidos".
               05  line  6   col  40   using wk-tot-aviso-final.
               05  line  7   col  05 VALUE
                         "Vendedores avisados".
               05  line  7   col  40   using wk-tot-vendedores.
               05  line  8   col  05 VALUE
                         "Mensagens na fila / sem contato".
               05  line  8   col  40   using wk-tot-mensagens.
               05  line  8   col  50   using wk-tot-sem-contato.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    In the nightly chain the saved thresholds run unattended
      *    and the outcome goes back in the return code.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-EMITE-COBRANCA
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

           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum titulo registrado' TO         wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQCOBRANCA.
           IF        FS-ARQCOBRANCA EQUAL       '05'
            OR       FS-ARQCOBRANCA EQUAL       '35'
               CLOSE      ARQCOBRANCA
               OPEN       OUTPUT      ARQCOBRANCA
               CLOSE      ARQCOBRANCA
               OPEN       I-O         ARQCOBRANCA
           END-IF.
      *---------------------------------------------------------------
      *    A missing config file keeps the shipped 5/30/60 defaults.
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQCOBCFG.
           IF        FS-ARQCOBCFG   EQUAL       ZEROS
               READ  ARQCOBCFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqcobcfg-dias-lembrete NOT EQUAL ZEROS
                     MOVE arqcobcfg-dias-lembrete TO
                                    wk-dias-lembrete
                     MOVE arqcobcfg-dias-notificacao TO
                                    wk-dias-notificacao
                     MOVE arqcobcfg-dias-aviso-final TO
                                    wk-dias-aviso-final
                 END-IF
               END-READ
               CLOSE ARQCOBCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQCOBCFG.
           MOVE      wk-dias-lembrete TO        arqcobcfg-dias-lembrete.
           MOVE      wk-dias-notificacao TO
                                    arqcobcfg-dias-notificacao.
           MOVE      wk-dias-aviso-final TO
                                    arqcobcfg-dias-aviso-final.
           WRITE     arqcobcfg-registro.
           CLOSE     ARQCOBCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           initialize wk-msg.
           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             IF        wk-dias-lembrete EQUAL   ZEROS
              OR       wk-dias-notificacao NOT GREATER
                                    wk-dias-lembrete
              OR       wk-dias-aviso-final NOT GREATER
                                    wk-dias-notificacao
                 MOVE  'Os prazos devem ser crescentes e maiores que 0'
                                     TO         wk-msg
             ELSE
                 PERFORM   0006-GRAVA-CONFIGURACAO
                 PERFORM   0020-EMITE-COBRANCA
                 DISPLAY   SC-TELA-RESUMO
                 ACCEPT    SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every open parcela of the empresa past vencimento gets the
      *    highest stage it has reached, unless the history already
      *    holds that stage for the NF/parcela; a stage skipped in
      *    between (run not executed, thresholds changed) is not sent
      *    late. The letters of the day go to one file, and the sort
      *    regroups them by vendedor for the lists handed out with
      *    the morning route.
       0020-EMITE-COBRANCA.

           INITIALIZE               wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-hoje-int =
                     FUNCTION INTEGER-OF-DATE(wk-hoje).

           MOVE      SPACES         TO          wk-caminho-arqcartacob.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\cobranca"
                     wk-hoje ".txt" DELIMITED BY SIZE
                     INTO wk-caminho-arqcartacob.
           OPEN      OUTPUT       ARQCARTACOB.

           SORT      SORT-COBRANCA-WORK
                     ON ASCENDING KEY        SORT-VENDEDOR
                                              SORT-CLIENTE
                                              SORT-NUMERO-NF
                                              SORT-PARCELA
                     INPUT PROCEDURE IS      0021-SELECIONA-TITULOS
                     OUTPUT PROCEDURE IS     0030-LISTA-VENDEDORES.

           CLOSE     ARQCARTACOB.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-SELECIONA-TITULOS.

           MOVE      ZEROS          TO          arqtitulo-numero-nf
                                                 arqtitulo-parcela.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQTITULO
           END-START.
           PERFORM   0022-AVALIA-TITULO
             UNTIL   FS-ARQTITULO   EQUAL       '10'.
      *---------------------------------------------------------------
       0022-AVALIA-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-aberto
                 COMPUTE wk-dias-atraso =
                         wk-hoje-int
                       - FUNCTION INTEGER-OF-DATE
                                  (arqtitulo-vencimento)
                 IF   wk-dias-atraso NOT LESS   wk-dias-lembrete
                     PERFORM        0023-CONSISTE-CLIENTE
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-CONSISTE-CLIENTE.

           MOVE      arqtitulo-cliente-codigo TO arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqcliente-empresa EQUAL   wk-empresa-corrente
                 ADD  1             TO          wk-tot-vencidos
                 PERFORM            0024-DEFINE-ESTAGIO
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0024-DEFINE-ESTAGIO.

           EVALUATE  TRUE
            WHEN     wk-dias-atraso NOT LESS    wk-dias-aviso-final
             MOVE    3              TO          wk-estagio
            WHEN     wk-dias-atraso NOT LESS    wk-dias-notificacao
             MOVE    2              TO          wk-estagio
            WHEN     OTHER
             MOVE    1              TO          wk-estagio
           END-EVALUATE.

           MOVE      arqtitulo-numero-nf TO     arqcobranca-numero-nf.
           MOVE      arqtitulo-parcela TO       arqcobranca-parcela.
           MOVE      wk-estagio     TO          arqcobranca-estagio.
           MOVE      'N'            TO          wk-ja-enviada.
           READ      ARQCOBRANCA    KEY IS      ARQCOBRANCA-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO          wk-ja-enviada
           END-READ.

           IF        wk-ja-enviada  EQUAL       'N'
               PERFORM              0025-EMITE-CARTA
               PERFORM              0026-GRAVA-HISTORICO
               MOVE  arqtitulo-vendedor-codigo TO SORT-VENDEDOR
               MOVE  arqtitulo-cliente-codigo TO SORT-CLIENTE
               MOVE  arqtitulo-numero-nf TO     SORT-NUMERO-NF
               MOVE  arqtitulo-parcela TO       SORT-PARCELA
               MOVE  wk-estagio     TO          SORT-ESTAGIO
               MOVE  arqtitulo-vencimento TO    SORT-VENCIMENTO
               MOVE  arqcobranca-valor TO       SORT-VALOR
               MOVE  wk-dias-atraso TO          SORT-DIAS-ATRASO
               MOVE  arqcliente-raz-soc TO      SORT-RAZ-SOC
               RELEASE SORT-COBRANCA-REG
           END-IF.
      *---------------------------------------------------------------
       0025-EMITE-CARTA.

           MOVE      tb-estagio-titulo(wk-estagio) TO wk-cc-titulo.
           MOVE      wk-hoje        TO          wk-cc-data.
           WRITE     arqcartacob-linha FROM     wk-lin-carta-cabec.

           MOVE      arqcliente-codigo TO       wk-cl-codigo.
           MOVE      arqcliente-raz-soc TO      wk-cl-raz-soc.
           WRITE     arqcartacob-linha FROM     wk-lin-carta-cliente.

           MOVE      SPACES         TO          wk-ce-endereco.
           STRING    arqcliente-logradouro DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     arqcliente-numero DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     arqcliente-bairro DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     arqcliente-cidade DELIMITED BY '  '
                     '/' DELIMITED BY SIZE
                     arqcliente-uf DELIMITED BY SIZE
                     ' CEP ' DELIMITED BY SIZE
                     arqcliente-cep DELIMITED BY SIZE
                     INTO wk-ce-endereco.
           WRITE     arqcartacob-linha FROM     wk-lin-carta-endereco.

           MOVE      tb-estagio-texto(wk-estagio) TO wk-ct-texto.
           WRITE     arqcartacob-linha FROM     wk-lin-carta-texto.

           MOVE      arqtitulo-numero-nf TO     wk-ti-nf.
           MOVE      arqtitulo-parcela TO       wk-ti-parcela.
           MOVE      arqtitulo-vencimento TO    wk-ti-vencimento.
           COMPUTE   wk-ti-valor    =           arqtitulo-valor
                                              - arqtitulo-valor-pago.
           MOVE      wk-dias-atraso TO          wk-ti-atraso.
           WRITE     arqcartacob-linha FROM     wk-lin-carta-titulo.
           WRITE     arqcartacob-linha FROM     wk-lin-carta-fim.
           PERFORM   0025A-ENFILEIRA-CARTA.

           EVALUATE  wk-estagio
            WHEN     1
             ADD     1              TO          wk-tot-lembrete
            WHEN     2
             ADD     1              TO          wk-tot-notificacao
            WHEN     OTHER
             ADD     1              TO          wk-tot-aviso-final
           END-EVALUATE.
      *---------------------------------------------------------------
      *    The same letter goes to the cliente's preferred contato
      *    through the message spool; a cliente with no reachable
      *    contato is counted and keeps only the printed letter.
       0025A-ENFILEIRA-CARTA.

           INITIALIZE                wk-envia-mensagem.
           SET       wk-mn-contato  TO          TRUE.
           MOVE      arqcliente-codigo TO       wk-mn-cliente-codigo.
           MOVE      arqtitulo-vendedor-codigo TO
                                    wk-mn-vendedor-codigo.
           STRING    'COBRANC'      DELIMITED BY SIZE
                     wk-estagio     DELIMITED BY SIZE
                     INTO wk-mn-modelo.
           MOVE      tb-estagio-titulo(wk-estagio) TO wk-mn-assunto.
           STRING    arqcliente-raz-soc DELIMITED BY '  '
                     ': ' DELIMITED BY SIZE
                     tb-estagio-texto(wk-estagio) DELIMITED BY '  '
                     ' Titulo ' DELIMITED BY SIZE
                     arqtitulo-numero-nf DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     arqtitulo-parcela DELIMITED BY SIZE
                     ', vencimento ' DELIMITED BY SIZE
                     arqtitulo-vencimento DELIMITED BY SIZE
                     ', valor em aberto ' DELIMITED BY SIZE
                     wk-ti-valor    DELIMITED BY SIZE
                     '.' DELIMITED BY SIZE
                     INTO wk-mn-texto.
           MOVE      'cobrancatitulo' TO        wk-mn-programa.
           CALL      'enviamensagem' USING      wk-envia-mensagem.
           IF        wk-mn-enfileirada
               ADD   1              TO          wk-tot-mensagens
           ELSE
               ADD   1              TO          wk-tot-sem-contato
           END-IF.
      *---------------------------------------------------------------
       0026-GRAVA-HISTORICO.

           MOVE      arqtitulo-numero-nf TO     arqcobranca-numero-nf.
           MOVE      arqtitulo-parcela TO       arqcobranca-parcela.
           MOVE      wk-estagio     TO          arqcobranca-estagio.
           MOVE      arqtitulo-cliente-codigo TO
                                    arqcobranca-cliente-codigo.
           MOVE      arqtitulo-vendedor-codigo TO
                                    arqcobranca-vendedor-codigo.
           MOVE      arqtitulo-vencimento TO    arqcobranca-vencimento.
           COMPUTE   arqcobranca-valor =        arqtitulo-valor
                                              - arqtitulo-valor-pago.
           MOVE      wk-dias-atraso TO          arqcobranca-dias-atraso.
           MOVE      wk-hoje        TO          arqcobranca-data-envio.
           ACCEPT    arqcobranca-hora-envio     FROM        TIME.
           WRITE     arqcobranca-registro
            INVALID KEY
             CONTINUE
           END-WRITE.
      *---------------------------------------------------------------
      *    One list per vendedor with the letters their clients get
      *    today, same naming scheme as the portfolio notices.
       0030-LISTA-VENDEDORES.

           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           MOVE      'S'            TO          wk-primeiro.
           PERFORM   0031-RETURN-COBRANCA
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
           IF        wk-primeiro    NOT EQUAL   'S'
               CLOSE ARQNOTICIA
           END-IF.
      *---------------------------------------------------------------
       0031-RETURN-COBRANCA.

           RETURN    SORT-COBRANCA-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             PERFORM 0032-LISTA-CARTA
           END-RETURN.
      *---------------------------------------------------------------
       0032-LISTA-CARTA.

           IF        SORT-VENDEDOR  NOT EQUAL   wk-vendedor-atual
            OR       wk-primeiro    EQUAL       'S'
               IF    wk-primeiro    NOT EQUAL   'S'
                   CLOSE            ARQNOTICIA
               END-IF
               MOVE  'N'            TO          wk-primeiro
               MOVE  SORT-VENDEDOR  TO          wk-vendedor-atual
               ADD   1              TO          wk-tot-vendedores
               MOVE  SPACES         TO          wk-caminho-arqnoticia
               STRING "C:\Users\vendedor\Documents\PROVACOBOL\cobvend"
                      SORT-VENDEDOR "_" wk-hoje ".txt"
                      DELIMITED BY SIZE
                      INTO wk-caminho-arqnoticia
               OPEN  OUTPUT       ARQNOTICIA
               MOVE  SORT-VENDEDOR  TO          wk-vc-codigo
               MOVE  wk-hoje        TO          wk-vc-data
               WRITE arqnoticia-linha FROM      wk-lin-vend-cabec
           END-IF.

           MOVE      tb-estagio-titulo(SORT-ESTAGIO) TO wk-vd-titulo.
           MOVE      SORT-CLIENTE   TO          wk-vd-cliente.
           MOVE      SORT-RAZ-SOC   TO          wk-vd-raz-soc.
           MOVE      SORT-NUMERO-NF TO          wk-vd-nf.
           MOVE      SORT-PARCELA   TO          wk-vd-parcela.
           MOVE      SORT-VALOR     TO          wk-vd-valor.
           MOVE      SORT-DIAS-ATRASO TO        wk-vd-atraso.
           WRITE     arqnoticia-linha FROM      wk-lin-vend-detalhe.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQTITULO
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQCOBRANCA.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program cobrancatitulo.
