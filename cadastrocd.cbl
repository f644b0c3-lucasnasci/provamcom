       program-id. cadastrocd as "cadastrocd".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcdselect.cpy".

       data division.

           file section.

           copy "arqcdfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcd         pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cd.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-confirma            pic x(001) value spaces.
              05 wk-lote                pic x(005) value 'BATCH'.

           01  wk-empresa-corrente      pic 9(003) value 1.

           01  wk-deposito.
              05 wk-codigo              pic  9(005) value zeros.
              05 wk-nome                pic  x(040) value spaces.
              05 wk-cidade              pic  x(030) value spaces.
              05 wk-uf                  pic  x(002) value spaces.
              05 wk-lat                 pic  s9(003)v9(008)
                                         value zeros.
              05 wk-lon                 pic  s9(003)v9(008)
                                         value zeros.
              05 wk-status              pic  x(001) value spaces.
              05 wk-data-abertura       pic  9(008) value zeros.
              05 wk-data-fechamento     pic  9(008) value zeros.

           copy "arqcdfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CENTROS DE DISTRIBUICAO".
               05  line  3   col 05 value
                         "1 Inclusao de CD".
               05  line  4   col 05 value
                         "2 Alteracao de CD".
               05  line  5   col 05 value
                         "3 Fechamento de CD".
               05  line  6   col 05 value
                         "9 Para encerrar".
               05  line  6   col  30   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CADASTRO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CADASTRO DE CENTRO DE DISTRIBUICAO".
               05  line  3   col 05 value
                         "Codigo do CD".
               05  line  3   col  43   using wk-codigo.
               05  line  4   col 05 value
                         "Nome".
               05  line  4   col  43   using wk-nome.
               05  line  5   col 05 value
                         "Cidade".
               05  line  5   col  43   using wk-cidade.
               05  line  6   col 05 value
                         "UF".
               05  line  6   col  43   using wk-uf.
               05  line  7   col 05 value
                         "Informe a latitude".
               05  line  7   col  43   using wk-lat.
               05  line  8   col 05 value
                         "Informe a longitude".
               05  line  8   col  43   using wk-lon.
               05  line  9   col 05 value
                         "Situacao (A ativo/F fechado)".
               05  line  9   col  43   using wk-status.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-GENERICA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONSISTIR CENTRO DE DISTRIBUICAO".
               05  line  3   col 05 value
                         "Codigo do CD".
               05  line  3   col  43   using wk-codigo.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONFIRMAR FECHAMENTO DO CD".
               05  line  3   col 05 value
                         "Codigo do CD".
               05  line  3   col  43   using wk-codigo.
               05  line  4   col 05 value
                         "Nome".
               05  line  4   col  43   using wk-nome.
               05  line  6   col 05 value
                         "Os clientes serao reatribuidos ao CD ativo".
               05  line  7   col 05 value
                         "mais proximo. Confirma o fechamento (S/N)".
               05  line  7   col  48   using wk-confirma.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'BATCH'        TO          wk-lote.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      I-O          ARQCD.
           IF        FS-ARQCD       EQUAL       '05'
            OR       FS-ARQCD       EQUAL       '35'
               CLOSE      ARQCD
               OPEN       OUTPUT      ARQCD
               CLOSE      ARQCD
               OPEN       I-O         ARQCD
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
             INITIALIZE wk-deposito
             PERFORM   0020-INCLUSAO
           END-IF.
           IF          WK-OPCAO      EQUAL      2
             INITIALIZE wk-deposito
             PERFORM   0030-ALTERACAO
           END-IF.
           IF          WK-OPCAO      EQUAL      3
             INITIALIZE wk-deposito
             PERFORM   0040-FECHAMENTO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A new CD opens ativo; it starts serving clients on the next
      *    nearest-depot assignment run.
       0020-INCLUSAO.

           MOVE      'A'            TO          wk-status.
           DISPLAY   SC-TELA-CADASTRO.
           ACCEPT    SC-TELA-CADASTRO.
           initialize wk-msg.

           IF        wk-codigo      EQUAL       ZEROS
               MOVE  'Informar o codigo do CD'  TO          wk-msg
           ELSE
               MOVE  wk-empresa-corrente TO     arqcd-empresa
               MOVE  wk-codigo      TO          arqcd-codigo
               READ  ARQCD          KEY IS      ARQCD-CHAVE
                INVALID KEY
                 PERFORM            0025-CONSISTE-CAMPOS
                NOT INVALID KEY
                 MOVE 'CD ja cadastrado'        TO          wk-msg
               END-READ
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               PERFORM              0021-GRAVA-DEPOSITO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-GRAVA-DEPOSITO.

           INITIALIZE               arqcd-registro.
           MOVE      wk-empresa-corrente TO     arqcd-empresa.
           MOVE      wk-codigo      TO          arqcd-codigo.
           MOVE      wk-nome        TO          arqcd-nome.
           MOVE      wk-cidade      TO          arqcd-cidade.
           MOVE      wk-uf          TO          arqcd-uf.
           MOVE      wk-lat         TO          arqcd-lat.
           MOVE      wk-lon         TO          arqcd-lon.
           SET       arqcd-ativo    TO          TRUE.
           ACCEPT    arqcd-data-abertura        FROM        DATE.
           WRITE     arqcd-registro
            INVALID KEY
             CALL    'fsmensagem' USING         FS-ARQCD
                                                 WK-MSG
            NOT INVALID KEY
             MOVE    'CD incluido'  TO          wk-msg
           END-WRITE.
      *---------------------------------------------------------------
      *    Coordinates are what the assignment measures from, so a CD
      *    is not taken without both of them.
       0025-CONSISTE-CAMPOS.

           IF        wk-nome        EQUAL       SPACES
               MOVE  'Informar o nome do CD'    TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-uf          EQUAL       SPACES
               MOVE  'Informar a UF'            TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-lat         EQUAL       ZEROS
               MOVE  'Informar a latitude'      TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-lon         EQUAL       ZEROS
               MOVE  'Informar a longitude'     TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND    ( wk-lat         <           -90
            OR       wk-lat         >           90 )
               MOVE  'Latitude fora da faixa'   TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL       SPACES
            AND    ( wk-lon         <           -180
            OR       wk-lon         >           180 )
               MOVE  'Longitude fora da faixa'  TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    Situacao only changes through option 3; the screen shows it
      *    but it is not taken here.
       0030-ALTERACAO.

           DISPLAY   SC-TELA-GENERICA.
           ACCEPT    SC-TELA-GENERICA.
           initialize wk-msg.

           MOVE      wk-empresa-corrente TO     arqcd-empresa.
           MOVE      wk-codigo      TO          arqcd-codigo.
           READ      ARQCD          KEY IS      ARQCD-CHAVE
            INVALID KEY
             MOVE    'Registro inexistente'     TO          wk-msg
            NOT INVALID KEY
             MOVE    arqcd-nome     TO          wk-nome
             MOVE    arqcd-cidade   TO          wk-cidade
             MOVE    arqcd-uf       TO          wk-uf
             MOVE    arqcd-lat      TO          wk-lat
             MOVE    arqcd-lon      TO          wk-lon
             MOVE    arqcd-status   TO          wk-status
             DISPLAY SC-TELA-CADASTRO
             ACCEPT  SC-TELA-CADASTRO
             initialize wk-msg
             PERFORM 0025-CONSISTE-CAMPOS
             IF      wk-msg         EQUAL       SPACES
                 MOVE wk-nome       TO          arqcd-nome
                 MOVE wk-cidade     TO          arqcd-cidade
                 MOVE wk-uf         TO          arqcd-uf
                 MOVE wk-lat        TO          arqcd-lat
                 MOVE wk-lon        TO          arqcd-lon
                 REWRITE arqcd-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQCD
                                                 WK-MSG
                  NOT INVALID KEY
                   MOVE 'CD alterado' TO        wk-msg
                 END-REWRITE
             END-IF
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Closing a CD reassigns its clients at once: the assignment
      *    runs in batch mode and, with this CD no longer ativo, each
      *    client lands on the nearest depot still open.
       0040-FECHAMENTO.

           DISPLAY   SC-TELA-GENERICA.
           ACCEPT    SC-TELA-GENERICA.
           initialize wk-msg.

           MOVE      wk-empresa-corrente TO     arqcd-empresa.
           MOVE      wk-codigo      TO          arqcd-codigo.
           READ      ARQCD          KEY IS      ARQCD-CHAVE
            INVALID KEY
             MOVE    'Registro inexistente'     TO          wk-msg
            NOT INVALID KEY
             IF      arqcd-fechado
                 MOVE 'CD ja esta fechado'      TO          wk-msg
             ELSE
                 MOVE arqcd-nome    TO          wk-nome
                 MOVE SPACES        TO          wk-confirma
                 DISPLAY SC-TELA-CONFIRMA
                 ACCEPT  SC-TELA-CONFIRMA
                 IF   wk-confirma   EQUAL       'S'
                     PERFORM        0041-FECHA-DEPOSITO
                 ELSE
                     MOVE 'Fechamento cancelado' TO         wk-msg
                 END-IF
             END-IF
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0041-FECHA-DEPOSITO.

           SET       arqcd-fechado  TO          TRUE.
           ACCEPT    arqcd-data-fechamento      FROM        DATE.
           REWRITE   arqcd-registro
            INVALID KEY
             CALL    'fsmensagem' USING         FS-ARQCD
                                                 WK-MSG
            NOT INVALID KEY
             MOVE    'CD fechado e clientes reatribuidos'
                                    TO          wk-msg
             CALL    'atribuicd'    USING       wk-lote
             IF      RETURN-CODE    EQUAL       8
                 MOVE 'CD fechado; reatribuicao nao executada'
                                    TO          wk-msg
             END-IF
           END-REWRITE.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQCD.
           GOBACK.
           exit program.

           end program cadastrocd.
