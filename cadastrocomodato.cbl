       program-id. cadastrocomodato as "cadastrocomodato".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqpatrimonioselect.cpy".
           copy "arqcomodatoselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqtriagemselect.cpy".

       data division.

           file section.

           copy "arqpatrimoniofd.cpy".
           copy "arqcomodatofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqtriagemfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqpatrimonio pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\patrimonio.dat".
           01  wk-caminho-arqcomodato   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comodato.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqtriagem    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\triagem.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-confirma            pic x(001) value spaces.
              05 wk-tem-triagem         pic x(001) value 'N'.
              05 wk-restantes           pic 9(003) value zeros.

           01  wk-empresa-corrente      pic 9(003) value 1.

           01  wk-patrimonio.
              05 wk-codigo              pic  9(007) value zeros.
              05 wk-tipo                pic  x(001) value spaces.
              05 wk-descricao           pic  x(040) value spaces.
              05 wk-valor               pic  9(009)v9(002) value zeros.
              05 wk-situacao            pic  x(001) value spaces.
              05 wk-cliente-atual       pic  9(007) value zeros.

           01  wk-movimento.
              05 wk-mv-cliente          pic  9(007) value zeros.
              05 wk-mv-data             pic  9(008) value zeros.
              05 wk-mv-estado           pic  x(001) value spaces.
              05 wk-mv-operador         pic  x(010) value spaces.

           copy "arqpatrimoniofs.cpy".
           copy "arqcomodatofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqtriagemfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "EQUIPAMENTOS EM COMODATO".
               05  line  3   col 05 value
                         "1 Inclusao de patrimonio".
               05  line  4   col 05 value
                         "2 Alteracao de patrimonio".
               05  line  5   col 05 value
                         "3 Baixa de patrimonio".
               05  line  6   col 05 value
                         "4 Instalar no cliente".
               05  line  7   col 05 value
                         "5 Recolher do cliente".
               05  line  8   col 05 value
                         "9 Para encerrar".
               05  line  8   col  30   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CADASTRO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CADASTRO DE PATRIMONIO".
               05  line  3   col 05 value
                         "Numero do patrimonio".
               05  line  3   col  43   using wk-codigo.
               05  line  4   col 05 value
                         "Tipo (G geladeira/E expositor/O outro)".
               05  line  4   col  43   using wk-tipo.
               05  line  5   col 05 value
                         "Descricao".
               05  line  5   col  43   using wk-descricao.
               05  line  6   col 05 value
                         "Valor do bem".
               05  line  6   col  43   using wk-valor.
               05  line  8   col 05 value
                         "Situacao (D/C/R/B) e cliente atual".
               05  line  8   col  43   using wk-situacao.
               05  line  8   col  46   using wk-cliente-atual.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-GENERICA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONSISTIR PATRIMONIO".
               05  line  3   col 05 value
                         "Numero do patrimonio".
               05  line  3   col  43   using wk-codigo.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONFIRMAR BAIXA DE PATRIMONIO".
               05  line  3   col 05 value
                         "Numero do patrimonio".
               05  line  3   col  43   using wk-codigo.
               05  line  4   col 05 value
                         "Descricao".
               05  line  4   col  43   using wk-descricao.
               05  line  6   col 05 value
                         "Confirma a baixa (S/N)".
               05  line  6   col  43   using wk-confirma.
      *------------------------------------------------------------------------
           01  SC-TELA-MOVIMENTO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "INSTALACAO / RECOLHIMENTO NO CLIENTE".
               05  line  3   col 05 value
                         "Numero do patrimonio".
               05  line  3   col  43   using wk-codigo.
               05  line  4   col 05 value
                         "Codigo do cliente".
               05  line  4   col  43   using wk-mv-cliente.
               05  line  5   col 05 value
                         "Data (AAAAMMDD, 0 = hoje)".
               05  line  5   col  43   using wk-mv-data.
               05  line  6   col 05 value
                         "Estado (B bom/R regular/D danificado)".
               05  line  6   col  43   using wk-mv-estado.
               05  line  7   col 05 value
                         "Operador".
               05  line  7   col  43   using wk-mv-operador.
               05  line  10  col  43   using wk-msg.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      I-O          ARQPATRIMONIO.
           IF        FS-ARQPATRIMONIO EQUAL     '05'
            OR       FS-ARQPATRIMONIO EQUAL     '35'
               CLOSE      ARQPATRIMONIO
               OPEN       OUTPUT      ARQPATRIMONIO
               CLOSE      ARQPATRIMONIO
               OPEN       I-O         ARQPATRIMONIO
           END-IF.
           OPEN      I-O          ARQCOMODATO.
           IF        FS-ARQCOMODATO EQUAL       '05'
            OR       FS-ARQCOMODATO EQUAL       '35'
               CLOSE      ARQCOMODATO
               OPEN       OUTPUT      ARQCOMODATO
               CLOSE      ARQCOMODATO
               OPEN       I-O         ARQCOMODATO
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQTRIAGEM.
           IF        FS-ARQTRIAGEM  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-triagem
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
             INITIALIZE wk-patrimonio
             PERFORM   0020-INCLUSAO
           END-IF.
           IF          WK-OPCAO      EQUAL      2
             INITIALIZE wk-patrimonio
             PERFORM   0030-ALTERACAO
           END-IF.
           IF          WK-OPCAO      EQUAL      3
             INITIALIZE wk-patrimonio
             PERFORM   0040-BAIXA
           END-IF.
           IF          WK-OPCAO      EQUAL      4
            AND        fl-ok         EQUAL      'S'
             INITIALIZE wk-patrimonio
                        wk-movimento
             PERFORM   0050-INSTALACAO
           END-IF.
           IF          WK-OPCAO      EQUAL      5
            AND        fl-ok         EQUAL      'S'
             INITIALIZE wk-patrimonio
                        wk-movimento
             PERFORM   0060-RECOLHIMENTO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A new patrimonio enters in the deposito; it only reaches a
      *    client through option 4, which writes the history row.
       0020-INCLUSAO.

           MOVE      'D'            TO          wk-situacao.
           MOVE      ZEROS          TO          wk-cliente-atual.
           DISPLAY   SC-TELA-CADASTRO.
           ACCEPT    SC-TELA-CADASTRO.
           initialize wk-msg.

           IF        wk-codigo      EQUAL       ZEROS
               MOVE  'Informar o numero do patrimonio'
                                    TO          wk-msg
           ELSE
               MOVE  wk-codigo      TO          arqpatrimonio-codigo
               READ  ARQPATRIMONIO  KEY IS      ARQPATRIMONIO-CODIGO
                INVALID KEY
                 PERFORM            0025-CONSISTE-CAMPOS
                NOT INVALID KEY
                 MOVE 'Patrimonio ja cadastrado' TO         wk-msg
               END-READ
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               PERFORM              0021-GRAVA-PATRIMONIO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-GRAVA-PATRIMONIO.

           INITIALIZE               arqpatrimonio-registro.
           MOVE      wk-codigo      TO          arqpatrimonio-codigo.
           MOVE      wk-empresa-corrente TO     arqpatrimonio-empresa.
           MOVE      wk-tipo        TO          arqpatrimonio-tipo.
           MOVE      wk-descricao   TO          arqpatrimonio-descricao.
           MOVE      wk-valor       TO          arqpatrimonio-valor.
           SET       arqpatrimonio-deposito     TO          TRUE.
           SET       arqpatrimonio-bom          TO          TRUE.
           WRITE     arqpatrimonio-registro
            INVALID KEY
             CALL    'fsmensagem' USING         FS-ARQPATRIMONIO
                                                 WK-MSG
            NOT INVALID KEY
             MOVE    'Patrimonio incluido'      TO          wk-msg
           END-WRITE.
      *---------------------------------------------------------------
       0025-CONSISTE-CAMPOS.

           IF        wk-tipo        NOT EQUAL   'G'
            AND      wk-tipo        NOT EQUAL   'E'
            AND      wk-tipo        NOT EQUAL   'O'
               MOVE  'Tipo deve ser G, E ou O'  TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-descricao   EQUAL       SPACES
               MOVE  'Informar a descricao'     TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-valor       EQUAL       ZEROS
               MOVE  'Informar o valor do bem'  TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    Situacao and cliente only move through installation and
      *    recovery; the screen shows them but they are not taken.
       0030-ALTERACAO.

           DISPLAY   SC-TELA-GENERICA.
           ACCEPT    SC-TELA-GENERICA.
           initialize wk-msg.

           MOVE      wk-codigo      TO          arqpatrimonio-codigo.
           READ      ARQPATRIMONIO  KEY IS      ARQPATRIMONIO-CODIGO
            INVALID KEY
             MOVE    'Registro inexistente'     TO          wk-msg
            NOT INVALID KEY
             MOVE    arqpatrimonio-tipo TO      wk-tipo
             MOVE    arqpatrimonio-descricao TO wk-descricao
             MOVE    arqpatrimonio-valor TO     wk-valor
             MOVE    arqpatrimonio-situacao TO  wk-situacao
             MOVE    arqpatrimonio-cliente-codigo TO
                                    wk-cliente-atual
             DISPLAY SC-TELA-CADASTRO
             ACCEPT  SC-TELA-CADASTRO
             initialize wk-msg
             PERFORM 0025-CONSISTE-CAMPOS
             IF      wk-msg         EQUAL       SPACES
                 MOVE wk-tipo       TO          arqpatrimonio-tipo
                 MOVE wk-descricao  TO          arqpatrimonio-descricao
                 MOVE wk-valor      TO          arqpatrimonio-valor
                 REWRITE arqpatrimonio-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQPATRIMONIO
                                                 WK-MSG
                  NOT INVALID KEY
                   MOVE 'Patrimonio alterado'   TO          wk-msg
                 END-REWRITE
             END-IF
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Write-off is only for equipment back in the deposito --
      *    anything still at a client is recovered first.
       0040-BAIXA.

           DISPLAY   SC-TELA-GENERICA.
           ACCEPT    SC-TELA-GENERICA.
           initialize wk-msg.

           MOVE      wk-codigo      TO          arqpatrimonio-codigo.
           READ      ARQPATRIMONIO  KEY IS      ARQPATRIMONIO-CODIGO
            INVALID KEY
             MOVE    'Registro inexistente'     TO          wk-msg
            NOT INVALID KEY
             IF      NOT arqpatrimonio-deposito
                 MOVE 'Patrimonio nao esta no deposito'
                                    TO          wk-msg
             ELSE
                 MOVE arqpatrimonio-descricao TO wk-descricao
                 MOVE SPACES        TO          wk-confirma
                 DISPLAY SC-TELA-CONFIRMA
                 ACCEPT  SC-TELA-CONFIRMA
                 IF   wk-confirma   EQUAL       'S'
                     SET arqpatrimonio-baixado  TO          TRUE
                     REWRITE arqpatrimonio-registro
                      INVALID KEY
                       CALL 'fsmensagem' USING  FS-ARQPATRIMONIO
                                                 WK-MSG
                      NOT INVALID KEY
                       MOVE 'Patrimonio baixado' TO         wk-msg
                     END-REWRITE
                 ELSE
                     MOVE 'Baixa cancelada'     TO          wk-msg
                 END-IF
             END-IF
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Equipment goes out only to an active client of this
      *    empresa; the stay opens a history row and the patrimonio
      *    points at the client.
       0050-INSTALACAO.

           MOVE      'B'            TO          wk-mv-estado.
           DISPLAY   SC-TELA-MOVIMENTO.
           ACCEPT    SC-TELA-MOVIMENTO.
           initialize wk-msg.
           IF        wk-mv-data     EQUAL       ZEROS
               ACCEPT wk-mv-data    FROM        DATE
           END-IF.

           MOVE      wk-codigo      TO          arqpatrimonio-codigo.
           READ      ARQPATRIMONIO  KEY IS      ARQPATRIMONIO-CODIGO
            INVALID KEY
             MOVE    'Patrimonio inexistente'   TO          wk-msg
            NOT INVALID KEY
             IF      NOT arqpatrimonio-deposito
                 MOVE 'Patrimonio nao esta no deposito'
                                    TO          wk-msg
             END-IF
           END-READ.
           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-mv-cliente  TO          arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 MOVE 'Cliente nao cadastrado'  TO          wk-msg
                NOT INVALID KEY
                 IF   arqcliente-empresa NOT EQUAL
                                    wk-empresa-corrente
                     MOVE 'Cliente de outra empresa' TO     wk-msg
                 ELSE
                  IF  NOT arqcliente-ativo
                     MOVE 'Cliente nao esta ativo' TO       wk-msg
                  END-IF
                 END-IF
               END-READ
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-mv-estado   NOT EQUAL   'B'
            AND      wk-mv-estado   NOT EQUAL   'R'
            AND      wk-mv-estado   NOT EQUAL   'D'
               MOVE  'Estado deve ser B, R ou D' TO         wk-msg
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-mv-cliente  TO
                                    arqcomodato-cliente-codigo
               MOVE  wk-codigo      TO          arqcomodato-patrimonio
               MOVE  wk-mv-data     TO
                                    arqcomodato-data-instalacao
               MOVE  ZEROS          TO
                                    arqcomodato-data-retirada
               MOVE  wk-mv-estado   TO          arqcomodato-estado
               MOVE  wk-mv-data     TO
                                    arqcomodato-data-conferencia
               MOVE  wk-mv-operador TO          arqcomodato-operador
               WRITE arqcomodato-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQCOMODATO
                                                 WK-MSG
                NOT INVALID KEY
                 SET  arqpatrimonio-comodato    TO          TRUE
                 MOVE wk-mv-cliente TO
                                    arqpatrimonio-cliente-codigo
                 MOVE wk-mv-data    TO
                                    arqpatrimonio-data-instalacao
                 MOVE wk-mv-estado  TO          arqpatrimonio-estado
                 MOVE wk-mv-data    TO
                                    arqpatrimonio-data-conferencia
                 REWRITE arqpatrimonio-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQPATRIMONIO
                                                 WK-MSG
                  NOT INVALID KEY
                   MOVE 'Patrimonio instalado no cliente'
                                    TO          wk-msg
                 END-REWRITE
               END-WRITE
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Closes the open stay with the condition the equipment
      *    came back in and returns it to the deposito. When the
      *    client holds nothing else, a recovery item waiting on
      *    the triage queue is resolved with it.
       0060-RECOLHIMENTO.

           DISPLAY   SC-TELA-MOVIMENTO.
           ACCEPT    SC-TELA-MOVIMENTO.
           initialize wk-msg.
           IF        wk-mv-data     EQUAL       ZEROS
               ACCEPT wk-mv-data    FROM        DATE
           END-IF.

           MOVE      wk-codigo      TO          arqpatrimonio-codigo.
           READ      ARQPATRIMONIO  KEY IS      ARQPATRIMONIO-CODIGO
            INVALID KEY
             MOVE    'Patrimonio inexistente'   TO          wk-msg
            NOT INVALID KEY
             IF      NOT arqpatrimonio-comodato
              AND    NOT arqpatrimonio-recolher
                 MOVE 'Patrimonio nao esta em cliente'
                                    TO          wk-msg
             ELSE
              IF     arqpatrimonio-cliente-codigo NOT EQUAL
                                    wk-mv-cliente
                 MOVE 'Patrimonio esta em outro cliente'
                                    TO          wk-msg
              END-IF
             END-IF
           END-READ.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-mv-estado   NOT EQUAL   'B'
            AND      wk-mv-estado   NOT EQUAL   'R'
            AND      wk-mv-estado   NOT EQUAL   'D'
               MOVE  'Estado deve ser B, R ou D' TO         wk-msg
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-mv-cliente  TO
                                    arqcomodato-cliente-codigo
               MOVE  wk-codigo      TO          arqcomodato-patrimonio
               MOVE  arqpatrimonio-data-instalacao TO
                                    arqcomodato-data-instalacao
               READ  ARQCOMODATO    KEY IS      ARQCOMODATO-CHAVE
                INVALID KEY
                 MOVE 'Historico de instalacao nao encontrado'
                                    TO          wk-msg
                NOT INVALID KEY
                 MOVE wk-mv-data    TO
                                    arqcomodato-data-retirada
                 MOVE wk-mv-estado  TO          arqcomodato-estado
                 MOVE wk-mv-data    TO
                                    arqcomodato-data-conferencia
                 MOVE wk-mv-operador TO         arqcomodato-operador
                 REWRITE arqcomodato-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQCOMODATO
                                                 WK-MSG
                 END-REWRITE
               END-READ
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               SET   arqpatrimonio-deposito     TO          TRUE
               MOVE  ZEROS          TO
                                    arqpatrimonio-cliente-codigo
                                    arqpatrimonio-data-instalacao
               MOVE  wk-mv-estado   TO          arqpatrimonio-estado
               MOVE  wk-mv-data     TO
                                    arqpatrimonio-data-conferencia
               REWRITE arqpatrimonio-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQPATRIMONIO
                                                 WK-MSG
                NOT INVALID KEY
                 MOVE 'Patrimonio recolhido ao deposito'
                                    TO          wk-msg
                 PERFORM            0061-CONTA-RESTANTES
                 IF   wk-restantes  EQUAL       ZEROS
                  AND wk-tem-triagem EQUAL      'S'
                     PERFORM        0063-FECHA-TRIAGEM
                 END-IF
               END-REWRITE
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0061-CONTA-RESTANTES.

           MOVE      ZEROS          TO          wk-restantes.
           MOVE      wk-mv-cliente  TO
                                    arqcomodato-cliente-codigo.
           MOVE      ZEROS          TO          arqcomodato-patrimonio
                                           arqcomodato-data-instalacao.
           START     ARQCOMODATO    KEY IS      NOT LESS
                                    ARQCOMODATO-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCOMODATO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCOMODATO
           END-START.
           PERFORM   0062-LE-COMODATO
             UNTIL   FS-ARQCOMODATO EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCOMODATO.
      *---------------------------------------------------------------
       0062-LE-COMODATO.

           READ      ARQCOMODATO    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCOMODATO
            NOT AT END
             IF      arqcomodato-cliente-codigo NOT EQUAL
                                    wk-mv-cliente
                 MOVE '10'          TO          FS-ARQCOMODATO
             ELSE
              IF     arqcomodato-data-retirada EQUAL ZEROS
                 ADD  1             TO          wk-restantes
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0063-FECHA-TRIAGEM.

           MOVE      'Q'            TO          arqtriagem-tipo.
           MOVE      wk-mv-cliente  TO
                                    arqtriagem-cliente-codigo.
           READ      ARQTRIAGEM     KEY IS      ARQTRIAGEM-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqtriagem-aberta
              OR     arqtriagem-analise
                 SET  arqtriagem-resolvida      TO          TRUE
                 MOVE 'Equipamentos recolhidos'  TO
                                    arqtriagem-nota
                 MOVE wk-mv-operador TO         arqtriagem-operador
                 ACCEPT arqtriagem-data-disp    FROM        DATE
                 ACCEPT arqtriagem-hora-disp    FROM        TIME
                 REWRITE arqtriagem-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQPATRIMONIO.
           CLOSE     ARQCOMODATO.
           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-triagem EQUAL       'S'
               CLOSE ARQTRIAGEM
           END-IF.
           GOBACK.
           exit program.

           end program cadastrocomodato.
