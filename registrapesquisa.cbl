       program-id. registrapesquisa as "registrapesquisa".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqpesquisaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqocorrenciaselect.cpy".

       data division.

           file section.

           copy "arqpesquisafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqocorrenciafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqpesquisa   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pesquisa.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqocorrencia pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ocorrencia.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-tem-visita          pic x(001) value 'N'.
              05 wk-tem-ocorrencia      pic x(001) value 'N'.
              05 wk-origem-ok           pic x(001) value 'N'.

           01  wk-pesquisa.
              05 wk-cliente-codigo      pic  9(007) value zeros.
              05 wk-origem              pic  x(001) value spaces.
              05 wk-referencia          pic  9(008) value zeros.
              05 wk-nota                pic  9(002) value zeros.
              05 wk-comentario          pic  x(060) value spaces.
              05 wk-operador            pic  x(010) value spaces.
              05 wk-vendedor-codigo     pic  9(007) value zeros.

           01  wk-hoje                  pic  9(008) value zeros.
           01  wk-hoje-r redefines wk-hoje.
              05 wk-hoje-periodo        pic  9(006).
              05 filler                 pic  9(002).

           copy "arqpesquisafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqocorrenciafs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PESQUISA DE SATISFACAO (NPS)".
               05  line  3   col  05 value
                         "1 Registrar uma pesquisa".
               05  line  4   col  05 value
                         "9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-PESQUISA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REGISTRO DE PESQUISA DE SATISFACAO".
               05  line  3   col  05 value
                         "Codigo do cliente".
               05  line  3   col  48   using wk-cliente-codigo.
               05  line  4   col  05 value
                         "Apos (V visita / O ocorrencia fechada)".
               05  line  4   col  48   using wk-origem.
               05  line  5   col  05 value
                         "Data da visita ou sequencia da ocorr.".
               05  line  5   col  48   using wk-referencia.
               05  line  6   col  05 value
                         "Nota de 0 a 10 (recomendaria?)".
               05  line  6   col  48   using wk-nota.
               05  line  7   col  05 value
                         "Comentario".
               05  line  8   col  05   using wk-comentario.
               05  line  9   col  05 value
                         "Operador".
               05  line  9   col  48   using wk-operador.
               05  line  11  col  48   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.

           OPEN      I-O          ARQPESQUISA.
           IF        FS-ARQPESQUISA EQUAL       '05'
            OR       FS-ARQPESQUISA EQUAL       '35'
               CLOSE      ARQPESQUISA
               OPEN       OUTPUT      ARQPESQUISA
               CLOSE      ARQPESQUISA
               OPEN       I-O         ARQPESQUISA
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO           fl-ok
               CALL  'fsmensagem'   USING        FS-ARQCLIENTE
                                                  WK-MSG
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           OPEN      INPUT        ARQVISITA.
           IF        FS-ARQVISITA   EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-visita
           END-IF.
           OPEN      INPUT        ARQOCORRENCIA.
           IF        FS-ARQOCORRENCIA EQUAL     ZEROS
               MOVE  'S'            TO           wk-tem-ocorrencia
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             INITIALIZE wk-pesquisa
             PERFORM   0020-REGISTRA-PESQUISA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A survey is only taken on the back of a real contact --
      *    a visit the vendedor made or an ocorrencia the desk closed
      *    -- and a client answers at most once a month, so the
      *    score is not skewed by whoever the desk happens to call
      *    most.
       0020-REGISTRA-PESQUISA.

           initialize wk-msg.
           DISPLAY   SC-TELA-PESQUISA.
           ACCEPT    SC-TELA-PESQUISA.

           IF        wk-cliente-codigo EQUAL     ZEROS
               MOVE  'Informar o codigo do cliente'
                                    TO           wk-msg
               PERFORM              0020-REGISTRA-PESQUISA
           END-IF.
           MOVE      wk-cliente-codigo TO        arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS       ARQCLIENTE-CODIGO
            INVALID KEY
             MOVE    'Cliente nao cadastrado'    TO          wk-msg
             PERFORM              0020-REGISTRA-PESQUISA
            NOT INVALID KEY
             CONTINUE
           END-READ.
           IF        wk-nota        >            10
               MOVE  'Nota deve ser de 0 a 10'   TO          wk-msg
               PERFORM              0020-REGISTRA-PESQUISA
           END-IF.

           PERFORM   0021-BUSCA-VENDEDOR.
           PERFORM   0022-VALIDA-ORIGEM.
           IF        wk-origem-ok   NOT EQUAL    'S'
               PERFORM              0020-REGISTRA-PESQUISA
           END-IF.

           ACCEPT    wk-hoje        FROM         DATE.
           MOVE      wk-cliente-codigo TO
                                    arqpesquisa-cliente-codigo.
           MOVE      wk-hoje-periodo TO          arqpesquisa-periodo.
           READ      ARQPESQUISA    KEY IS       ARQPESQUISA-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'Cliente ja pesquisado neste mes'
                                    TO           wk-msg
             PERFORM              0020-REGISTRA-PESQUISA
           END-READ.

           MOVE      wk-cliente-codigo TO
                                    arqpesquisa-cliente-codigo.
           MOVE      wk-hoje-periodo TO          arqpesquisa-periodo.
           MOVE      wk-hoje        TO           arqpesquisa-data.
           ACCEPT    arqpesquisa-hora            FROM        TIME.
           MOVE      wk-nota        TO           arqpesquisa-nota.
           EVALUATE  TRUE
            WHEN     wk-nota        >            8
             SET     arqpesquisa-promotor        TO          TRUE
            WHEN     wk-nota        >            6
             SET     arqpesquisa-neutro          TO          TRUE
            WHEN     OTHER
             SET     arqpesquisa-detrator        TO          TRUE
           END-EVALUATE.
           MOVE      wk-origem      TO           arqpesquisa-origem.
           MOVE      wk-referencia  TO           arqpesquisa-referencia.
           MOVE      wk-vendedor-codigo TO
                                    arqpesquisa-vendedor-codigo.
           MOVE      wk-comentario  TO           arqpesquisa-comentario.
           MOVE      wk-operador    TO           arqpesquisa-operador.
           WRITE     arqpesquisa-registro
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQPESQUISA
                                                  WK-MSG
            NOT INVALID KEY
             MOVE    'Pesquisa registrada'       TO          wk-msg
           END-WRITE.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    The client's vendedor of record today: the first of their
      *    arqsaida rows (the classic row, or linha A on a split
      *    account).
       0021-BUSCA-VENDEDOR.

           MOVE      ZEROS          TO           wk-vendedor-codigo.
           MOVE      wk-cliente-codigo TO
                                    arqsaida-cliente-codigo.
           START     ARQSAIDA       KEY IS       EQUAL
                                    ARQSAIDA-CLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             READ    ARQSAIDA       NEXT RECORD
              AT END
               CONTINUE
              NOT AT END
               IF    arqsaida-cliente-codigo EQUAL wk-cliente-codigo
                   MOVE arqsaida-vendedor-codigo TO
                                    wk-vendedor-codigo
               END-IF
             END-READ
           END-START.
      *---------------------------------------------------------------
       0022-VALIDA-ORIGEM.

           MOVE      'N'            TO           wk-origem-ok.
           EVALUATE  wk-origem
            WHEN     'V'
             PERFORM 0023-VALIDA-VISITA
            WHEN     'O'
             PERFORM 0024-VALIDA-OCORRENCIA
            WHEN     OTHER
             MOVE    'Origem deve ser V ou O'    TO          wk-msg
           END-EVALUATE.
      *---------------------------------------------------------------
      *    The visit is looked up the way the route sheet keys it:
      *    the client's vendedor, the planned day, the client.
       0023-VALIDA-VISITA.

           IF        wk-tem-visita  NOT EQUAL    'S'
               MOVE  'Nenhuma visita registrada' TO          wk-msg
           ELSE
               MOVE  wk-vendedor-codigo TO
                                    arqvisita-vendedor-codigo
               MOVE  wk-referencia  TO
                                    arqvisita-data-planejada
               MOVE  wk-cliente-codigo TO
                                    arqvisita-cliente-codigo
               READ  ARQVISITA      KEY IS       ARQVISITA-CHAVE
                INVALID KEY
                 MOVE 'Visita nao encontrada nesta data'
                                    TO           wk-msg
                NOT INVALID KEY
                 IF   arqvisita-realizada
                     MOVE 'S'       TO           wk-origem-ok
                 ELSE
                     MOVE 'Visita nao foi realizada'
                                    TO           wk-msg
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0024-VALIDA-OCORRENCIA.

           IF        wk-tem-ocorrencia NOT EQUAL 'S'
            OR       wk-referencia  >            9999
               MOVE  'Ocorrencia nao encontrada' TO          wk-msg
           ELSE
               MOVE  wk-cliente-codigo TO
                                    arqocorrencia-cliente-codigo
               MOVE  wk-referencia  TO           arqocorrencia-sequencia
               READ  ARQOCORRENCIA  KEY IS       ARQOCORRENCIA-CHAVE
                INVALID KEY
                 MOVE 'Ocorrencia nao encontrada'
                                    TO           wk-msg
                NOT INVALID KEY
                 IF   arqocorrencia-resolvida
                     MOVE 'S'       TO           wk-origem-ok
                 ELSE
                     MOVE 'Ocorrencia ainda aberta'
                                    TO           wk-msg
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQPESQUISA.
           IF        fl-ok          EQUAL        'S'
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQSAIDA.
           IF        wk-tem-visita  EQUAL        'S'
               CLOSE ARQVISITA
           END-IF.
           IF        wk-tem-ocorrencia EQUAL     'S'
               CLOSE ARQOCORRENCIA
           END-IF.
           GOBACK.
           exit program.

           end program registrapesquisa.
