       program-id. roteialead as "roteialead".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqleadselect.cpy".
           copy "arqleadcfgselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqausenciaselect.cpy".
           copy "arqpipelineselect.cpy".
           copy "arqcalendarioselect.cpy".
           copy "arqrelleadselect.cpy".

       data division.

           file section.

           copy "arqleadfd.cpy".
           copy "arqleadcfgfd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqausenciafd.cpy".
           copy "arqpipelinefd.cpy".
           copy "arqcalendariofd.cpy".
           copy "arqrelleadfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqlead       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lead.dat".
           01  wk-caminho-arqleadcfg    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\leadcfg.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqausencia   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ausencia.dat".
           01  wk-caminho-arqpipeline   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pipeline.dat".
           01  wk-caminho-arqcalendario pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\calendario.dat".
           01  wk-caminho-arqrellead    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rellead.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-ausencia        pic x(001) value 'N'.
              05 wk-tem-pipeline        pic x(001) value 'N'.
              05 wk-tem-calendario      pic x(001) value 'N'.
              05 wk-contato             pic x(001) value 'N'.
              05 wk-ausente             pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-limite                pic 9(003) value 10.
           01  wk-sla-dias              pic 9(003) value 2.

           01  wk-periodo.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hoje-int            pic s9(009) comp value zeros.
              05 wk-data-int            pic s9(009) comp value zeros.
              05 wk-data-corrente       pic 9(008) value zeros.
              05 wk-dia-semana          pic 9(001) value zeros.
              05 wk-dia-feriado         pic x(001) value 'N'.
              05 wk-dias-uteis          pic 9(005) value zeros.

      *    Active vendedores of the empresa not away today, with the
      *    open leads each already holds (aguardando or contatado).
           01  wk-vendedores.
              05 wk-vd-qtd              pic 9(004) comp value zeros.
              05 wk-vd-idx              pic 9(004) comp value zeros.
              05 wk-vd-item             occurs 500 times.
               07 wk-vd-codigo          pic 9(007).
               07 wk-vd-lat             pic s9(003)v9(008).
               07 wk-vd-lon             pic s9(003)v9(008).
               07 wk-vd-linha           pic x(001).
               07 wk-vd-leads           pic 9(005).

           01  wk-roteamento.
              05 wk-rt-melhor           pic 9(004) comp value zeros.
              05 wk-rt-melhor-km        pic s9(005)v9(002) value zeros.
              05 wk-rt-ant-idx          pic 9(002) comp value zeros.
              05 wk-rt-excluido         pic x(001) value 'N'.
              05 wk-rt-vendedor-busca   pic 9(007) value zeros.
              05 wk-rt-vendedor-ant     pic 9(007) value zeros.

           01  wk-calculo-distancia.
              05 wk-km-calculado        pic s9(005)v9(002) value zeros.
              05 wk-pi                  usage comp-2
                                         value 3,14159265358979.
              05 wk-raio-terra          usage comp-2 value 6371.
              05 wk-dlat-rad            usage comp-2 value zeros.
              05 wk-dlon-rad            usage comp-2 value zeros.
              05 wk-hav-a               usage comp-2 value zeros.
              05 wk-hav-c               usage comp-2 value zeros.

           01  wk-totais.
              05 wk-tot-novos           pic 9(005) value zeros.
              05 wk-tot-roteados        pic 9(005) value zeros.
              05 wk-tot-contatados      pic 9(005) value zeros.
              05 wk-tot-escalados       pic 9(005) value zeros.
              05 wk-tot-sem-vendedor    pic 9(005) value zeros.
              05 wk-tot-encerrados      pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(044) value
                 "LEADS ESCALADOS POR SLA DE PRIMEIRO CONTATO".
              05 filler                 pic x(009) value " EMISSAO ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-cabec.
              05 filler                 pic x(050) value
                 "CLIENTE RAZAO SOCIAL                   VEND.ANT. D".
              05 filler                 pic x(030) value
                 "IAS  NOVO VEND. SITUACAO".
           01  wk-lin-escalado.
              05 wk-le-cliente          pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-le-raz-soc          pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-le-vendedor-ant     pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-le-dias             pic zzzz9.
              05 filler                 pic x(002) value spaces.
              05 wk-le-vendedor-novo    pic 9(007).
              05 filler                 pic x(004) value spaces.
              05 wk-le-situacao         pic x(024).
           01  wk-lin-total.
              05 wk-lt-rotulo           pic x(030).
              05 wk-lt-qtd              pic zzzz9.

           copy "arqleadfs.cpy".
           copy "arqleadcfgfs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqausenciafs.cpy".
           copy "arqpipelinefs.cpy".
           copy "arqcalendariofs.cpy".
           copy "arqrelleadfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ROTEAMENTO DE LEADS (PROSPECTS)".
               05  line  3   col  05 value
                         "Leads abertos por vendedor (max)".
               05  line  3   col  43   using wk-limite.
               05  line  4   col  05 value
                         "SLA 1o contato (dias uteis)".
               05  line  4   col  43   using wk-sla-dias.
               05  line  6   col  05 value
                         "1 Rotear leads e apurar SLA".
               05  line  7   col  05 value
                         "9 Encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DO ROTEAMENTO (rellead.txt)".
               05  line  3   col  05 VALUE
                         "Prospects novos na fila".
               05  line  3   col  43   using wk-tot-novos.
               05  line  4   col  05 VALUE
                         "Leads entregues a um vendedor".
               05  line  4   col  43   using wk-tot-roteados.
               05  line  5   col  05 VALUE
                         "Primeiro contato registrado".
               05  line  5   col  43   using wk-tot-contatados.
               05  line  6   col  05 VALUE
                         "Escalados por SLA vencido".
               05  line  6   col  43   using wk-tot-escalados.
               05  line  7   col  05 VALUE
                         "Sem vendedor elegivel".
               05  line  7   col  43   using wk-tot-sem-vendedor.
               05  line  8   col  05 VALUE
                         "Encerrados (saiu do funil)".
               05  line  8   col  43   using wk-tot-encerrados.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-ROTEIA-LEADS
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

           OPEN      I-O          ARQLEAD.
           IF        FS-ARQLEAD     EQUAL       '05'
            OR       FS-ARQLEAD     EQUAL       '35'
               CLOSE      ARQLEAD
               OPEN       OUTPUT      ARQLEAD
               CLOSE      ARQLEAD
               OPEN       I-O         ARQLEAD
           END-IF.
           IF        FS-ARQLEAD     NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQLEAD
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQAUSENCIA.
           IF        FS-ARQAUSENCIA EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-ausencia
           END-IF.
           OPEN      INPUT        ARQPIPELINE.
           IF        FS-ARQPIPELINE EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-pipeline
           END-IF.
           OPEN      INPUT        ARQCALENDARIO.
           IF        FS-ARQCALENDARIO EQUAL     ZEROS
               MOVE  'S'            TO          wk-tem-calendario
           END-IF.
      *---------------------------------------------------------------
      *    A missing config file keeps the shipped defaults (ten open
      *    leads per vendedor, two business days to first contact).
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQLEADCFG.
           IF        FS-ARQLEADCFG  EQUAL       ZEROS
               READ  ARQLEADCFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqleadcfg-limite NOT EQUAL ZEROS
                     MOVE arqleadcfg-limite TO  wk-limite
                 END-IF
                 IF   arqleadcfg-sla-dias NOT EQUAL ZEROS
                     MOVE arqleadcfg-sla-dias TO wk-sla-dias
                 END-IF
               END-READ
               CLOSE ARQLEADCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQLEADCFG.
           MOVE      wk-limite      TO          arqleadcfg-limite.
           MOVE      wk-sla-dias    TO          arqleadcfg-sla-dias.
           WRITE     arqleadcfg-registro.
           CLOSE     ARQLEADCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             IF        wk-limite     EQUAL      ZEROS
                 MOVE  10            TO         wk-limite
             END-IF
             IF        wk-sla-dias   EQUAL      ZEROS
                 MOVE  2             TO         wk-sla-dias
             END-IF
             PERFORM   0006-GRAVA-CONFIGURACAO
             PERFORM   0020-ROTEIA-LEADS
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Three passes: load the eligible vendedores and count the
      *    leads they already hold; walk the open leads (close the
      *    ones out of the funnel, note first contacts, take back
      *    and re-route the ones past the SLA, retry the ones still
      *    without a vendedor); finally hand out every prospect not
      *    yet in the lead file.
       0020-ROTEIA-LEADS.

           INITIALIZE               wk-totais.
           MOVE      ZEROS          TO          wk-vd-qtd.
           ACCEPT    wk-hoje        FROM        DATE.
           COMPUTE   wk-hoje-int    =
                     FUNCTION INTEGER-OF-DATE(wk-hoje).

           OPEN      OUTPUT       ARQRELLEAD.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqrellead-linha FROM      wk-lin-titulo.
           MOVE      SPACES         TO          arqrellead-linha.
           WRITE     arqrellead-linha.
           WRITE     arqrellead-linha FROM      wk-lin-cabec.

           MOVE      LOW-VALUES     TO          ARQVENDEDOR-CHAVE.
           START     ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
           END-START.
           PERFORM   0021-CARREGA-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDEDOR.

           MOVE      ZEROS          TO          arqlead-cliente-codigo.
           START     ARQLEAD        KEY IS      NOT LESS
                                    ARQLEAD-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQLEAD
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQLEAD
           END-START.
           PERFORM   0023-CONTA-LEAD
             UNTIL   FS-ARQLEAD     EQUAL       '10'.

           MOVE      ZEROS          TO          arqlead-cliente-codigo.
           START     ARQLEAD        KEY IS      NOT LESS
                                    ARQLEAD-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQLEAD
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQLEAD
           END-START.
           PERFORM   0030-AVALIA-LEAD
             UNTIL   FS-ARQLEAD     EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQLEAD.

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0050-LE-PROSPECT
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.

           MOVE      SPACES         TO          arqrellead-linha.
           WRITE     arqrellead-linha.
           MOVE      'ESCALADOS POR SLA' TO      wk-lt-rotulo.
           MOVE      wk-tot-escalados TO        wk-lt-qtd.
           WRITE     arqrellead-linha FROM      wk-lin-total.
           MOVE      'SEM VENDEDOR ELEGIVEL' TO  wk-lt-rotulo.
           MOVE      wk-tot-sem-vendedor TO     wk-lt-qtd.
           WRITE     arqrellead-linha FROM      wk-lin-total.
           CLOSE     ARQRELLEAD.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CARREGA-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-ativo
              AND    arqvendedor-empresa EQUAL  wk-empresa-corrente
              AND    wk-vd-qtd      <           500
                 MOVE 'N'           TO          wk-ausente
                 IF   wk-tem-ausencia EQUAL     'S'
                     PERFORM        0022-TESTA-AUSENCIA
                 END-IF
                 IF   wk-ausente    EQUAL       'N'
                     ADD  1         TO          wk-vd-qtd
                     MOVE arqvendedor-codigo TO
                                    wk-vd-codigo(wk-vd-qtd)
                     MOVE arqvendedor-lat TO    wk-vd-lat(wk-vd-qtd)
                     MOVE arqvendedor-lon TO    wk-vd-lon(wk-vd-qtd)
                     MOVE arqvendedor-linha-produto TO
                                    wk-vd-linha(wk-vd-qtd)
                     MOVE ZEROS     TO          wk-vd-leads(wk-vd-qtd)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A vendedor on leave today gets no new leads.
       0022-TESTA-AUSENCIA.

           MOVE      arqvendedor-codigo TO
                                    arqausencia-vendedor-codigo.
           MOVE      ZEROS          TO          arqausencia-data-inicio.
           START     ARQAUSENCIA    KEY IS      NOT LESS
                                    ARQAUSENCIA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQAUSENCIA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQAUSENCIA
           END-START.
           PERFORM   0022A-LE-AUSENCIA
             UNTIL   FS-ARQAUSENCIA EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQAUSENCIA.
      *---------------------------------------------------------------
       0022A-LE-AUSENCIA.

           READ      ARQAUSENCIA    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQAUSENCIA
            NOT AT END
             IF      arqausencia-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQAUSENCIA
             ELSE
              IF     arqausencia-data-inicio NOT GREATER wk-hoje
               AND   arqausencia-data-fim NOT LESS wk-hoje
                 MOVE 'S'           TO          wk-ausente
                 MOVE '10'          TO          FS-ARQAUSENCIA
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-CONTA-LEAD.

           READ      ARQLEAD        NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQLEAD
            NOT AT END
             IF      arqlead-empresa EQUAL      wk-empresa-corrente
              AND  ( arqlead-aguardando
              OR     arqlead-contatado )
                 MOVE arqlead-vendedor-codigo TO
                                    wk-rt-vendedor-busca
                 PERFORM            0024-LOCALIZA-VENDEDOR
                 IF   wk-vd-idx     NOT GREATER wk-vd-qtd
                     ADD  1         TO          wk-vd-leads(wk-vd-idx)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Leaves wk-vd-idx on the vendedor, or past the table end.
       0024-LOCALIZA-VENDEDOR.

           PERFORM   0024A-COMPARA-VENDEDOR
             VARYING wk-vd-idx      FROM        1
               BY    1
               UNTIL wk-vd-idx      >           wk-vd-qtd
                OR   wk-vd-codigo(wk-vd-idx) EQUAL
                                    wk-rt-vendedor-busca.
      *---------------------------------------------------------------
       0024A-COMPARA-VENDEDOR.

           CONTINUE.
      *---------------------------------------------------------------
       0030-AVALIA-LEAD.

           READ      ARQLEAD        NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQLEAD
            NOT AT END
             IF      arqlead-empresa EQUAL      wk-empresa-corrente
              AND    NOT arqlead-encerrado
                 PERFORM            0031-CONFERE-LEAD
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0031-CONFERE-LEAD.

           MOVE      arqlead-cliente-codigo TO  arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             PERFORM                0032-ENCERRA-LEAD
            NOT INVALID KEY
             IF      NOT arqcliente-prospect
                 PERFORM            0032-ENCERRA-LEAD
             ELSE
              EVALUATE TRUE
               WHEN  arqlead-aguardando
                PERFORM             0033-VERIFICA-CONTATO
                IF   wk-contato     EQUAL       'S'
                    SET  arqlead-contatado      TO          TRUE
                    ADD  1          TO          wk-tot-contatados
                    PERFORM         0039-REGRAVA-LEAD
                ELSE
                    PERFORM         0035-CONTA-DIAS-UTEIS
                    IF   wk-dias-uteis >        wk-sla-dias
                        PERFORM     0037-ESCALA-LEAD
                    END-IF
                END-IF
               WHEN  arqlead-sem-vendedor
                PERFORM             0040-ATRIBUI-VENDEDOR
                IF   arqlead-aguardando
                    PERFORM         0039-REGRAVA-LEAD
                ELSE
                    ADD  1          TO          wk-tot-sem-vendedor
                END-IF
              END-EVALUATE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Won, lost or otherwise out of prospect: the lead closes
      *    and stops weighing on its vendedor's cap.
       0032-ENCERRA-LEAD.

           IF        arqlead-aguardando
            OR       arqlead-contatado
               MOVE  arqlead-vendedor-codigo TO wk-rt-vendedor-busca
               PERFORM              0024-LOCALIZA-VENDEDOR
               IF    wk-vd-idx      NOT GREATER wk-vd-qtd
                AND  wk-vd-leads(wk-vd-idx) GREATER ZEROS
                   SUBTRACT 1       FROM        wk-vd-leads(wk-vd-idx)
               END-IF
           END-IF.
           SET       arqlead-encerrado          TO          TRUE.
           ADD       1              TO          wk-tot-encerrados.
           PERFORM   0039-REGRAVA-LEAD.
      *---------------------------------------------------------------
      *    First contact is the first funnel move ('C', or any later
      *    stage) logged on or after the day the lead reached the
      *    vendedor now holding it.
       0033-VERIFICA-CONTATO.

           MOVE      'N'            TO          wk-contato.
           IF        wk-tem-pipeline EQUAL      'S'
               MOVE  arqlead-cliente-codigo TO
                                    arqpipeline-cliente-codigo
               MOVE  ZEROS          TO          arqpipeline-sequencia
               START ARQPIPELINE    KEY IS      NOT LESS
                                    ARQPIPELINE-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQPIPELINE
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQPIPELINE
               END-START
               PERFORM              0034-LE-PIPELINE
                 UNTIL FS-ARQPIPELINE EQUAL     '10'
               MOVE  ZEROS          TO          FS-ARQPIPELINE
           END-IF.
      *---------------------------------------------------------------
       0034-LE-PIPELINE.

           READ      ARQPIPELINE    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPIPELINE
            NOT AT END
             IF      arqpipeline-cliente-codigo NOT EQUAL
                                    arqlead-cliente-codigo
                 MOVE '10'          TO          FS-ARQPIPELINE
             ELSE
              IF     arqpipeline-data NOT LESS
                                    arqlead-data-atribuicao
               AND ( arqpipeline-contato
               OR    arqpipeline-proposta
               OR    arqpipeline-negociacao )
                 MOVE 'S'           TO          wk-contato
                 MOVE arqpipeline-data TO       arqlead-data-contato
                 MOVE '10'          TO          FS-ARQPIPELINE
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Business days since the lead was handed out: weekends and
      *    arqcalendario dates do not count, as in the triage SLA.
       0035-CONTA-DIAS-UTEIS.

           MOVE      ZEROS          TO          wk-dias-uteis.
           IF        arqlead-data-atribuicao NOT EQUAL ZEROS
               COMPUTE wk-data-int  =
                       FUNCTION INTEGER-OF-DATE
                                (arqlead-data-atribuicao)
               PERFORM              0036-CONTA-DIA
                 UNTIL wk-data-int  NOT LESS    wk-hoje-int
           END-IF.
      *---------------------------------------------------------------
       0036-CONTA-DIA.

           ADD       1              TO          wk-data-int.
           COMPUTE   wk-dia-semana  =
                     FUNCTION MOD(wk-data-int 7) + 1.
           IF        wk-dia-semana  EQUAL       1
            OR       wk-dia-semana  EQUAL       7
               CONTINUE
           ELSE
               MOVE  'N'            TO          wk-dia-feriado
               IF    wk-tem-calendario EQUAL    'S'
                   COMPUTE wk-data-corrente =
                           FUNCTION DATE-OF-INTEGER(wk-data-int)
                   MOVE wk-data-corrente TO     arqcalendario-data
                   MOVE SPACES           TO     arqcalendario-uf
                                                arqcalendario-cidade
                   READ ARQCALENDARIO KEY IS    ARQCALENDARIO-CHAVE
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     MOVE 'S'       TO          wk-dia-feriado
                   END-READ
               END-IF
               IF    wk-dia-feriado NOT EQUAL   'S'
                   ADD  1           TO          wk-dias-uteis
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Past the SLA without contact: the lead is taken back, the
      *    vendedor goes on the lead's list of previous holders (the
      *    oldest drops off once five are listed) and the next
      *    nearest vendedor with room gets it. Every case goes on the
      *    report with both vendedores.
       0037-ESCALA-LEAD.

           MOVE      arqlead-vendedor-codigo TO wk-rt-vendedor-ant.
           MOVE      arqlead-vendedor-codigo TO wk-rt-vendedor-busca.
           PERFORM   0024-LOCALIZA-VENDEDOR.
           IF        wk-vd-idx      NOT GREATER wk-vd-qtd
            AND      wk-vd-leads(wk-vd-idx) GREATER ZEROS
               SUBTRACT 1           FROM        wk-vd-leads(wk-vd-idx)
           END-IF.
           IF        arqlead-vendedor-anterior(5) NOT EQUAL ZEROS
               PERFORM              0038-DESLOCA-ANTERIOR
                 VARYING wk-rt-ant-idx FROM     1
                   BY    1
                   UNTIL wk-rt-ant-idx >        4
               MOVE  ZEROS          TO
                                    arqlead-vendedor-anterior(5)
           END-IF.
           MOVE      1              TO          wk-rt-ant-idx.
           PERFORM   0038A-PROCURA-VAGA
             UNTIL   arqlead-vendedor-anterior(wk-rt-ant-idx)
                                    EQUAL       ZEROS.
           MOVE      arqlead-vendedor-codigo TO
                     arqlead-vendedor-anterior(wk-rt-ant-idx).
           ADD       1              TO          arqlead-escalacoes.
           MOVE      wk-hoje        TO          arqlead-data-escalacao.
           ADD       1              TO          wk-tot-escalados.

           PERFORM   0040-ATRIBUI-VENDEDOR.
           IF        arqlead-sem-vendedor
               ADD   1              TO          wk-tot-sem-vendedor
           END-IF.
           PERFORM   0039-REGRAVA-LEAD.

           MOVE      arqlead-cliente-codigo TO  wk-le-cliente.
           MOVE      arqcliente-raz-soc TO      wk-le-raz-soc.
           MOVE      wk-rt-vendedor-ant TO      wk-le-vendedor-ant.
           MOVE      wk-dias-uteis  TO          wk-le-dias.
           MOVE      arqlead-vendedor-codigo TO wk-le-vendedor-novo.
           IF        arqlead-aguardando
               MOVE  'REENCAMINHADO' TO         wk-le-situacao
           ELSE
               MOVE  'SEM VENDEDOR ELEGIVEL' TO wk-le-situacao
           END-IF.
           WRITE     arqrellead-linha FROM      wk-lin-escalado.
      *---------------------------------------------------------------
       0038-DESLOCA-ANTERIOR.

           MOVE      arqlead-vendedor-anterior(wk-rt-ant-idx + 1) TO
                     arqlead-vendedor-anterior(wk-rt-ant-idx).
      *---------------------------------------------------------------
       0038A-PROCURA-VAGA.

           ADD       1              TO          wk-rt-ant-idx.
      *---------------------------------------------------------------
       0039-REGRAVA-LEAD.

           REWRITE   arqlead-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQLEAD
                                                 WK-MSG
           END-REWRITE.
      *---------------------------------------------------------------
      *    Nearest eligible vendedor by straight-line distance from
      *    the prospect: room under the lead cap, a product line that
      *    covers the prospect's, and never one who already let this
      *    lead lapse. A prospect without coordinates goes to the
      *    eligible vendedor holding the fewest leads. The client
      *    record must be current.
       0040-ATRIBUI-VENDEDOR.

           MOVE      ZEROS          TO          wk-rt-melhor.
           MOVE      99999,99       TO          wk-rt-melhor-km.
           PERFORM   0041-AVALIA-VENDEDOR
             VARYING wk-vd-idx      FROM        1
               BY    1
               UNTIL wk-vd-idx      >           wk-vd-qtd.

           IF        wk-rt-melhor   EQUAL       ZEROS
               SET   arqlead-sem-vendedor       TO          TRUE
               MOVE  ZEROS          TO          arqlead-vendedor-codigo
                                                 arqlead-distancia
           ELSE
               SET   arqlead-aguardando         TO          TRUE
               MOVE  wk-vd-codigo(wk-rt-melhor) TO
                                    arqlead-vendedor-codigo
               IF    arqcliente-lat EQUAL       ZEROS
                AND  arqcliente-lon EQUAL       ZEROS
                   MOVE ZEROS       TO          arqlead-distancia
               ELSE
                   MOVE wk-rt-melhor-km TO      arqlead-distancia
               END-IF
               MOVE  wk-hoje        TO          arqlead-data-atribuicao
               ACCEPT arqlead-hora-atribuicao   FROM        TIME
               MOVE  ZEROS          TO          arqlead-data-contato
               ADD   1              TO
                                    wk-vd-leads(wk-rt-melhor)
               ADD   1              TO          wk-tot-roteados
           END-IF.
      *---------------------------------------------------------------
       0041-AVALIA-VENDEDOR.

           MOVE      'N'            TO          wk-rt-excluido.
           IF        wk-vd-leads(wk-vd-idx) NOT LESS wk-limite
               MOVE  'S'            TO          wk-rt-excluido
           END-IF.
           IF        arqcliente-linha-produto NOT EQUAL SPACES
            AND      wk-vd-linha(wk-vd-idx) NOT EQUAL 'T'
            AND      wk-vd-linha(wk-vd-idx) NOT EQUAL
                                    arqcliente-linha-produto
               MOVE  'S'            TO          wk-rt-excluido
           END-IF.
           PERFORM   0042-TESTA-ANTERIOR
             VARYING wk-rt-ant-idx  FROM        1
               BY    1
               UNTIL wk-rt-ant-idx  >           5.

           IF        wk-rt-excluido EQUAL       'N'
               IF    arqcliente-lat EQUAL       ZEROS
                AND  arqcliente-lon EQUAL       ZEROS
                   IF   wk-rt-melhor EQUAL      ZEROS
                       MOVE wk-vd-idx TO        wk-rt-melhor
                   ELSE
                    IF  wk-vd-leads(wk-vd-idx) LESS
                                    wk-vd-leads(wk-rt-melhor)
                       MOVE wk-vd-idx TO        wk-rt-melhor
                    END-IF
                   END-IF
               ELSE
                   PERFORM          0043-CALCULA-DISTANCIA
                   IF   wk-km-calculado LESS    wk-rt-melhor-km
                       MOVE wk-vd-idx TO        wk-rt-melhor
                       MOVE wk-km-calculado TO  wk-rt-melhor-km
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0042-TESTA-ANTERIOR.

           IF        arqlead-vendedor-anterior(wk-rt-ant-idx) EQUAL
                                    wk-vd-codigo(wk-vd-idx)
               MOVE  'S'            TO          wk-rt-excluido
           END-IF.
      *---------------------------------------------------------------
       0043-CALCULA-DISTANCIA.

           COMPUTE   wk-dlat-rad    =
                     (wk-vd-lat(wk-vd-idx) - arqcliente-lat)
                     * wk-pi / 180.
           COMPUTE   wk-dlon-rad    =
                     (wk-vd-lon(wk-vd-idx) - arqcliente-lon)
                     * wk-pi / 180.
           COMPUTE   wk-hav-a       =
                     FUNCTION SIN(wk-dlat-rad / 2) ** 2 +
                     FUNCTION COS(arqcliente-lat * wk-pi / 180) *
                     FUNCTION COS(wk-vd-lat(wk-vd-idx) * wk-pi / 180)
                     * FUNCTION SIN(wk-dlon-rad / 2) ** 2.
           COMPUTE   wk-hav-c       =
                     2 * FUNCTION ASIN(FUNCTION SQRT(wk-hav-a)).
           COMPUTE   wk-km-calculado =
                     wk-hav-c * wk-raio-terra
            ON SIZE ERROR
             MOVE    99999,99       TO          wk-km-calculado
           END-COMPUTE.
      *---------------------------------------------------------------
      *    Prospects of the empresa that never reached the lead file
      *    -- keyed in 01.05/01.01 or brought in by the import -- are
      *    handed out here.
       0050-LE-PROSPECT.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             IF      arqcliente-prospect
              AND    arqcliente-empresa EQUAL   wk-empresa-corrente
                 MOVE arqcliente-codigo TO      arqlead-cliente-codigo
                 READ ARQLEAD       KEY IS      ARQLEAD-CLIENTE-CODIGO
                  INVALID KEY
                   PERFORM          0051-NOVO-LEAD
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0051-NOVO-LEAD.

           INITIALIZE               arqlead-registro.
           MOVE      arqcliente-codigo TO       arqlead-cliente-codigo.
           MOVE      wk-empresa-corrente TO     arqlead-empresa.
           ADD       1              TO          wk-tot-novos.
           PERFORM   0040-ATRIBUI-VENDEDOR.
           IF        arqlead-sem-vendedor
               ADD   1              TO          wk-tot-sem-vendedor
           END-IF.
           WRITE     arqlead-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQLEAD
                                                 WK-MSG
           END-WRITE.
      *---------------------------------------------------------------
      *    In the nightly chain a lapsed lead or one left without a
      *    vendedor is a warning for the morning desk.
       9999-fim-programa.

           CLOSE     ARQLEAD.
           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
               CLOSE ARQVENDEDOR
           END-IF.
           IF        wk-tem-ausencia EQUAL      'S'
               CLOSE ARQAUSENCIA
           END-IF.
           IF        wk-tem-pipeline EQUAL      'S'
               CLOSE ARQPIPELINE
           END-IF.
           IF        wk-tem-calendario EQUAL    'S'
               CLOSE ARQCALENDARIO
           END-IF.
           EVALUATE  TRUE
            WHEN     fl-ok          NOT EQUAL   'S'
             MOVE    8              TO          RETURN-CODE
            WHEN     wk-tot-escalados GREATER   ZEROS
            OR       wk-tot-sem-vendedor GREATER ZEROS
             MOVE    4              TO          RETURN-CODE
            WHEN     OTHER
             MOVE    0              TO          RETURN-CODE
           END-EVALUATE.
           GOBACK.
           exit program.

           end program roteialead.
