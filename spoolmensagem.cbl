       program-id. spoolmensagem as "spoolmensagem".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqmensagemselect.cpy".
           copy "arqmailsaidaselect.cpy".
           copy "arqmailretornoselect.cpy".
           copy "arqtriagemselect.cpy".
           copy "arqclienteselect.cpy".
           select arqreldevol assign to
                   wk-caminho-arqreldevol
                 organization       is line sequential
                 file status        is fs-arqreldevol.

       data division.

           file section.

           copy "arqmensagemfd.cpy".
           copy "arqmailsaidafd.cpy".
           copy "arqmailretornofd.cpy".
           copy "arqtriagemfd.cpy".
           copy "arqclientefd.cpy".

           fd arqreldevol.
           01  arqreldevol-linha         pic x(132).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqmensagem   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\mensagem.dat".
           01  wk-caminho-arqmailsaida  pic x(070) value spaces.
           01  wk-caminho-arqmailretorno
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\mailretorno.txt".
           01  wk-caminho-arqtriagem    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\triagem.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqreldevol   pic x(070) value spaces.

           01  fs-arqreldevol.
               05  fs-arqreldevol-1 PIC  X(001).
               05  fs-arqreldevol-2 pic  x(001).
               05  fs-arqreldevol-r redefines fs-arqreldevol-2
               pic 99 comp-x.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-spool           pic x(001) value 'N'.
              05 wk-feed-recusado       pic x(001) value 'N'.
              05 wk-tem-triagem         pic x(001) value 'N'.
              05 wk-tem-cliente         pic x(001) value 'N'.

           01  wk-lote.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-ult-lote            pic 9(003) value zeros.
              05 wk-novo-lote           pic 9(003) value zeros.
              05 wk-qtd-pendentes       pic 9(007) value zeros.
              05 wk-hash-saida          pic 9(015) value zeros.

           01  wk-controle-feed.
              05 wk-ctl-ok              pic x(001) value 'N'.
              05 wk-ctl-tem-header      pic x(001) value 'N'.
              05 wk-ctl-tem-trailer     pic x(001) value 'N'.
              05 wk-ctl-qtd             pic 9(007) value zeros.
              05 wk-ctl-hash            pic 9(015) value zeros.

           copy "arqregfeedcalc.cpy".

           01  wk-totais.
              05 wk-tot-exportadas      pic 9(007) value zeros.
              05 wk-tot-entregues       pic 9(007) value zeros.
              05 wk-tot-devolvidas      pic 9(007) value zeros.
              05 wk-tot-ignoradas       pic 9(007) value zeros.
              05 wk-tot-contatos        pic 9(007) value zeros.

           01  wk-triagem-detalhe       pic x(030) value spaces.

           01  wk-lin-devol-cabec.
              05 filler                 pic x(040) value
                 "CONTATOS COM E-MAIL DEVOLVIDO - RETORNO ".
              05 wk-dc-data             pic 9(008).
           01  wk-lin-devol.
              05 wk-dv-cliente          pic 9(007).
              05 filler                 pic x(001) value '/'.
              05 wk-dv-contato          pic 9(003).
              05 filler                 pic x(002) value spaces.
              05 wk-dv-email            pic x(040).
              05 filler                 pic x(002) value spaces.
              05 wk-dv-motivo           pic x(040).
              05 filler                 pic x(002) value spaces.
              05 wk-dv-modelo           pic x(008).

           copy "arqmensagemfs.cpy".
           copy "arqmailsaidafs.cpy".
           copy "arqmailretornofs.cpy".
           copy "arqtriagemfs.cpy".
           copy "arqclientefs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "FILA DE MENSAGENS (E-MAIL / SMS)".
               05  line  3   col  05 value
                         "1 Exportar pendentes para o mailer".
               05  line  4   col  05 value
                         "2 Processar retorno do mailer".
               05  line  5   col  05 value
                         "9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA FILA DE MENSAGENS".
               05  line  3   col  05 VALUE
                         "Mensagens exportadas / lote".
               05  line  3   col  40   using wk-tot-exportadas.
               05  line  3   col  50   using wk-novo-lote.
               05  line  4   col  05 VALUE
                         "Entregues".
               05  line  4   col  40   using wk-tot-entregues.
               05  line  5   col  05 VALUE
                         "Devolvidas".
               05  line  5   col  40   using wk-tot-devolvidas.
               05  line  6   col  05 VALUE
                         "Retornos ignorados".
               05  line  6   col  40   using wk-tot-ignoradas.
               05  line  7   col  05 VALUE
                         "Contatos para qualidade de dados".
               05  line  7   col  40   using wk-tot-contatos.
               05  line  9   col  05 VALUE
                         "Mensagem".
               05  line  9   col  20   using wk-msg.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    In the nightly chain the acknowledgements of the previous
      *    hand-over are taken first, then the day's pendentes go out.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0030-PROCESSA-RETORNO
               PERFORM   0020-EXPORTA-PENDENTES
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

           OPEN      I-O          ARQMENSAGEM.
           IF        FS-ARQMENSAGEM EQUAL       '05'
            OR       FS-ARQMENSAGEM EQUAL       '35'
               CLOSE      ARQMENSAGEM
               OPEN       OUTPUT      ARQMENSAGEM
               CLOSE      ARQMENSAGEM
               OPEN       I-O         ARQMENSAGEM
           END-IF.
           IF        FS-ARQMENSAGEM NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQMENSAGEM
                                                 WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-EXPORTA-PENDENTES
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.
           IF          WK-OPCAO      EQUAL      2
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0030-PROCESSA-RETORNO
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every pendente goes into one hand-over file per run,
      *    named by date and lote, with the header and trailer the
      *    mailer checks like our own feeds are checked. A first
      *    pass counts the pendentes and finds the day's last lote,
      *    so an empty run leaves no file behind.
       0020-EXPORTA-PENDENTES.

           INITIALIZE                wk-lote.
           MOVE      ZEROS          TO          wk-tot-exportadas.
           ACCEPT    wk-hoje        FROM        DATE.

           MOVE      'N'            TO          wk-fim-spool.
           PERFORM   0021-POSICIONA-SPOOL.
           PERFORM   0022-CONTA-PENDENTE
             UNTIL   wk-fim-spool   EQUAL       'S'.

           IF        wk-qtd-pendentes EQUAL     ZEROS
               MOVE  'Nenhuma mensagem pendente' TO         wk-msg
           ELSE
               COMPUTE wk-novo-lote =           wk-ult-lote + 1
               MOVE  SPACES         TO          wk-caminho-arqmailsaida
               STRING "C:\Users\vendedor\Documents\PROVACOBOL\mail"
                      wk-hoje "_" wk-novo-lote ".txt"
                      DELIMITED BY SIZE
                      INTO wk-caminho-arqmailsaida
               OPEN  OUTPUT       ARQMAILSAIDA
               MOVE  SPACES         TO          arqmailsaida-controle
               SET   arqmailsaida-ctl-header    TO         TRUE
               MOVE  'MAILSAI'      TO          arqmailsaida-ctl-feed
               MOVE  wk-hoje        TO          arqmailsaida-ctl-data
               MOVE  wk-novo-lote   TO          arqmailsaida-ctl-versao
               MOVE  ZEROS          TO          arqmailsaida-ctl-qtd
                                                 arqmailsaida-ctl-hash
               WRITE arqmailsaida-controle
               MOVE  'N'            TO          wk-fim-spool
               PERFORM              0021-POSICIONA-SPOOL
               PERFORM              0023-EXPORTA-MENSAGEM
                 UNTIL wk-fim-spool EQUAL       'S'
               MOVE  SPACES         TO          arqmailsaida-controle
               SET   arqmailsaida-ctl-trailer   TO         TRUE
               MOVE  'MAILSAI'      TO          arqmailsaida-ctl-feed
               MOVE  wk-hoje        TO          arqmailsaida-ctl-data
               MOVE  wk-novo-lote   TO          arqmailsaida-ctl-versao
               MOVE  wk-tot-exportadas TO       arqmailsaida-ctl-qtd
               MOVE  wk-hash-saida  TO          arqmailsaida-ctl-hash
               WRITE arqmailsaida-controle
               CLOSE ARQMAILSAIDA
               MOVE  'Mensagens exportadas para o mailer'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       0021-POSICIONA-SPOOL.

           MOVE      LOW-VALUES     TO          ARQMENSAGEM-CHAVE.
           START     ARQMENSAGEM    KEY IS      NOT LESS
                                    ARQMENSAGEM-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-spool
           END-START.
      *---------------------------------------------------------------
       0022-CONTA-PENDENTE.

           READ      ARQMENSAGEM    NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-spool
            NOT AT END
             IF      arqmensagem-pendente
                 ADD  1             TO          wk-qtd-pendentes
             END-IF
             IF      arqmensagem-data-envio EQUAL wk-hoje
              AND    arqmensagem-lote >         wk-ult-lote
                 MOVE arqmensagem-lote TO       wk-ult-lote
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The control hash is the sum of the queuing times of the
      *    messages handed over.
       0023-EXPORTA-MENSAGEM.

           READ      ARQMENSAGEM    NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-spool
            NOT AT END
             IF      arqmensagem-pendente
                 MOVE SPACES        TO          arqmailsaida-registro
                 MOVE 'D'           TO          arqmailsaida-tipo-reg
                 MOVE arqmensagem-data TO       arqmailsaida-id-data
                 MOVE arqmensagem-hora TO       arqmailsaida-id-hora
                 MOVE arqmensagem-sequencia TO
                                    arqmailsaida-id-sequencia
                 MOVE arqmensagem-canal TO      arqmailsaida-canal
                 MOVE arqmensagem-endereco TO   arqmailsaida-endereco
                 MOVE arqmensagem-dest-tipo TO  arqmailsaida-dest-tipo
                 MOVE arqmensagem-vendedor-codigo TO
                                    arqmailsaida-vendedor-codigo
                 MOVE arqmensagem-cliente-codigo TO
                                    arqmailsaida-cliente-codigo
                 MOVE arqmensagem-contato-seq TO
                                    arqmailsaida-contato-seq
                 MOVE arqmensagem-operador TO   arqmailsaida-operador
                 MOVE arqmensagem-modelo TO     arqmailsaida-modelo
                 MOVE arqmensagem-assunto TO    arqmailsaida-assunto
                 MOVE arqmensagem-texto TO      arqmailsaida-texto
                 WRITE arqmailsaida-registro
                 SET  arqmensagem-aguardando    TO         TRUE
                 MOVE wk-hoje       TO          arqmensagem-data-envio
                 MOVE wk-novo-lote  TO          arqmensagem-lote
                 REWRITE arqmensagem-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
                 ADD  1             TO          wk-tot-exportadas
                 ADD  arqmensagem-hora TO       wk-hash-saida
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The mailer's acknowledgement is a feed like any other:
      *    refused whole when its header or trailer do not match
      *    what arrived, and refused again when the same file comes
      *    back, unless released in the feed registry (04.41). A
      *    message already closed keeps its first answer.
       0030-PROCESSA-RETORNO.

           INITIALIZE                wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.

           OPEN      INPUT        ARQMAILRETORNO.
           IF        FS-ARQMAILRETORNO NOT EQUAL ZEROS
               MOVE  'Nenhum retorno do mailer a processar'
                                    TO          wk-msg
           ELSE
               PERFORM 0031-VALIDA-CONTROLE
               CLOSE   ARQMAILRETORNO
               IF    wk-ctl-ok      EQUAL       'S'
                   PERFORM 0032-CONSULTA-REGISTRO
               END-IF
               EVALUATE TRUE
                WHEN wk-ctl-ok      NOT EQUAL   'S'
                   MOVE 'S'         TO          wk-feed-recusado
                   MOVE 'Retorno rejeitado - controle invalido'
                                    TO          wk-msg
                WHEN wk-feed-recusado EQUAL     'S'
                   CONTINUE
                WHEN OTHER
                   PERFORM 0033-ABRE-QUALIDADE
                   OPEN  INPUT      ARQMAILRETORNO
                   PERFORM 0034-LE-RETORNO
                     UNTIL FS-ARQMAILRETORNO EQUAL '10'
                   CLOSE   ARQMAILRETORNO
                   PERFORM 0032A-REGISTRA-FEED
                   PERFORM 0033A-FECHA-QUALIDADE
                   MOVE 'Retorno do mailer processado'
                                    TO          wk-msg
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------
       0031-VALIDA-CONTROLE.

           MOVE      'N'            TO          wk-ctl-ok.
           MOVE      'N'            TO          wk-feed-recusado.
           INITIALIZE                           wk-registro-feed.
           MOVE      'N'            TO          wk-ctl-tem-header.
           MOVE      'N'            TO          wk-ctl-tem-trailer.
           MOVE      ZEROS          TO          wk-ctl-qtd
                                                 wk-ctl-hash.
           PERFORM   0031A-LE-CONTROLE
             UNTIL   FS-ARQMAILRETORNO EQUAL    '10'.
           MOVE      '00'           TO          FS-ARQMAILRETORNO.
      *---------------------------------------------------------------
       0031A-LE-CONTROLE.

           READ      ARQMAILRETORNO NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQMAILRETORNO
            NOT AT END
             EVALUATE TRUE
              WHEN   arqmailretorno-ctl-header
               MOVE  'S'            TO          wk-ctl-tem-header
               MOVE  arqmailretorno-ctl-feed TO wk-rf-feed
               MOVE  arqmailretorno-ctl-data TO wk-rf-data
               MOVE  arqmailretorno-ctl-versao TO
                                    wk-rf-versao
              WHEN   arqmailretorno-ctl-trailer
               MOVE  'S'            TO          wk-ctl-tem-trailer
               MOVE  arqmailretorno-ctl-qtd TO  wk-rf-qtd
               MOVE  arqmailretorno-ctl-hash TO
                                    wk-rf-hash
               IF    wk-ctl-tem-header EQUAL    'S'
                AND  arqmailretorno-ctl-qtd EQUAL wk-ctl-qtd
                AND  arqmailretorno-ctl-hash EQUAL wk-ctl-hash
                   MOVE 'S'         TO          wk-ctl-ok
               END-IF
               MOVE  '10'           TO          FS-ARQMAILRETORNO
              WHEN   OTHER
               ADD   1              TO          wk-ctl-qtd
               ADD   arqmailretorno-id-hora TO  wk-ctl-hash
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0032-CONSULTA-REGISTRO.

           SET       wk-rf-consulta TO          TRUE.
           MOVE      'spoolmensagem' TO         wk-rf-programa.
           CALL      'registrofeed' USING       wk-registro-feed.
           IF        wk-rf-repetido
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Retorno ja processado - reprocesso nao liberado'
                                    TO          wk-msg
           END-IF.
           IF        wk-rf-indisponivel
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Registro de feeds indisponivel'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       0032A-REGISTRA-FEED.

           SET       wk-rf-registra TO          TRUE.
           CALL      'registrofeed' USING       wk-registro-feed.
      *---------------------------------------------------------------
      *    Bounced contato e-mails are listed for the data-quality
      *    desk and opened as triage items of type M, one per
      *    cliente, so the address gets corrected before the next
      *    letter goes to the same place.
       0033-ABRE-QUALIDADE.

           MOVE      SPACES         TO          wk-caminho-arqreldevol.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\devolvido"
                     wk-hoje ".txt" DELIMITED BY SIZE
                     INTO wk-caminho-arqreldevol.
           OPEN      OUTPUT       ARQRELDEVOL.
           MOVE      wk-hoje        TO          wk-dc-data.
           WRITE     arqreldevol-linha FROM     wk-lin-devol-cabec.

           MOVE      'N'            TO          wk-tem-triagem.
           OPEN      I-O          ARQTRIAGEM.
           IF        FS-ARQTRIAGEM  EQUAL       '05'
            OR       FS-ARQTRIAGEM  EQUAL       '35'
               CLOSE      ARQTRIAGEM
               OPEN       OUTPUT      ARQTRIAGEM
               CLOSE      ARQTRIAGEM
               OPEN       I-O         ARQTRIAGEM
           END-IF.
           IF        FS-ARQTRIAGEM  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-triagem
           END-IF.

           MOVE      'N'            TO          wk-tem-cliente.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-cliente
           END-IF.
      *---------------------------------------------------------------
       0033A-FECHA-QUALIDADE.

           CLOSE     ARQRELDEVOL.
           IF        wk-tem-triagem EQUAL       'S'
               CLOSE ARQTRIAGEM
           END-IF.
           IF        wk-tem-cliente EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
      *---------------------------------------------------------------
       0034-LE-RETORNO.

           READ      ARQMAILRETORNO NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQMAILRETORNO
            NOT AT END
             EVALUATE TRUE
              WHEN   arqmailretorno-ctl-header
               CONTINUE
              WHEN   arqmailretorno-ctl-trailer
               MOVE  '10'           TO          FS-ARQMAILRETORNO
              WHEN   OTHER
               PERFORM 0035-APLICA-RETORNO
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0035-APLICA-RETORNO.

           MOVE      arqmailretorno-id-data TO  arqmensagem-data.
           MOVE      arqmailretorno-id-hora TO  arqmensagem-hora.
           MOVE      arqmailretorno-id-sequencia TO
                                    arqmensagem-sequencia.
           READ      ARQMENSAGEM    KEY IS      ARQMENSAGEM-CHAVE
            INVALID KEY
             ADD     1              TO          wk-tot-ignoradas
            NOT INVALID KEY
             IF      arqmensagem-entregue
              OR     arqmensagem-devolvido
              OR     ( NOT arqmailretorno-entregue
              AND    NOT arqmailretorno-devolvido )
                 ADD  1             TO          wk-tot-ignoradas
             ELSE
                 MOVE arqmailretorno-situacao TO
                                    arqmensagem-situacao
                 MOVE arqmailretorno-data TO
                                    arqmensagem-data-retorno
                 MOVE arqmailretorno-motivo TO  arqmensagem-motivo
                 REWRITE arqmensagem-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
                 IF   arqmensagem-entregue
                     ADD  1         TO          wk-tot-entregues
                 ELSE
                     ADD  1         TO          wk-tot-devolvidas
                     IF   arqmensagem-dest-contato
                      AND arqmensagem-email
                         PERFORM    0036-LISTA-DEVOLVIDO
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0036-LISTA-DEVOLVIDO.

           ADD       1              TO          wk-tot-contatos.
           MOVE      arqmensagem-cliente-codigo TO wk-dv-cliente.
           MOVE      arqmensagem-contato-seq TO wk-dv-contato.
           MOVE      arqmensagem-endereco TO    wk-dv-email.
           MOVE      arqmensagem-motivo TO      wk-dv-motivo.
           MOVE      arqmensagem-modelo TO      wk-dv-modelo.
           WRITE     arqreldevol-linha FROM     wk-lin-devol.

           MOVE      SPACES         TO          wk-triagem-detalhe.
           STRING    'EMAIL DEVOLVIDO CONTATO ' DELIMITED BY SIZE
                     arqmensagem-contato-seq DELIMITED BY SIZE
                     INTO wk-triagem-detalhe.
           IF        wk-tem-triagem EQUAL       'S'
               PERFORM              0037-ABRE-ITEM-TRIAGEM
           END-IF.
      *---------------------------------------------------------------
       0037-ABRE-ITEM-TRIAGEM.

           MOVE      SPACES         TO          arqcliente-raz-soc.
           IF        wk-tem-cliente EQUAL       'S'
               MOVE  arqmensagem-cliente-codigo TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 MOVE SPACES        TO          arqcliente-raz-soc
               END-READ
           END-IF.

           MOVE      'M'            TO          arqtriagem-tipo.
           MOVE      arqmensagem-cliente-codigo TO
                                    arqtriagem-cliente-codigo.
           READ      ARQTRIAGEM     KEY IS      ARQTRIAGEM-CHAVE
            INVALID KEY
             MOVE    'M'            TO          arqtriagem-tipo
             MOVE    arqmensagem-cliente-codigo TO
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
                                    arqtriagem-data-escalacao
             WRITE   arqtriagem-registro
              INVALID KEY
               CONTINUE
             END-WRITE
            NOT INVALID KEY
             IF      arqtriagem-resolvida
              OR     arqtriagem-aceita
                 SET  arqtriagem-aberta TO      TRUE
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
               CLOSE ARQMENSAGEM
           END-IF.
           EVALUATE  TRUE
            WHEN     fl-ok          NOT EQUAL   'S'
             MOVE    8              TO          RETURN-CODE
            WHEN     wk-feed-recusado EQUAL     'S'
             MOVE    4              TO          RETURN-CODE
            WHEN     OTHER
             MOVE    0              TO          RETURN-CODE
           END-EVALUATE.
           GOBACK.
           exit program.

           end program spoolmensagem.
