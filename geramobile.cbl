       program-id. geramobile as "geramobile".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendedorselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqcontatoselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqagendaselect.cpy".
           copy "arqpacoteselect.cpy".

       data division.

           file section.

           copy "arqvendedorfd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqcontatofd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqagendafd.cpy".
           copy "arqpacotefd.cpy".
      *-----------------------------------------------------------------
           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqcontato    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\contato.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqagenda     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\agenda.dat".
      *    One package file per vendedor, named after their code.
           01  wk-caminho-arqpacote.
              05 filler                 pic x(042) value
                 "C:\Users\vendedor\Documents\PROVACOBOL\pac".
              05 wk-pac-vendedor        pic 9(007) value zeros.
              05 filler                 pic x(004) value ".txt".
              05 filler                 pic x(017) value spaces.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-tem-contato         pic x(001) value 'N'.
              05 wk-tem-titulo          pic x(001) value 'N'.
              05 wk-tem-agenda          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

           01  wk-parametros.
              05 wk-vendedor-filtro     pic 9(007) value zeros.
              05 wk-data-rota           pic 9(008) value zeros.

           01  wk-datas.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-hora                pic 9(008) value zeros.
              05 wk-data-int            pic s9(009) comp value zeros.
              05 wk-dia-semana          pic 9(001) value zeros.

      *    Clients already packed for the vendedor: a split account
      *    assigned to them on both linhas has two arqsaida rows.
           01  wk-carteira.
              05 wk-ct-qtd              pic 9(005) comp value zeros.
              05 wk-ct-idx              pic 9(005) comp value zeros.
              05 wk-ct-ja-carregado     pic x(001) value 'N'.
              05 wk-ct-codigo           occurs 9999 pic 9(007).

           01  wk-controle-pacote.
              05 wk-pac-qtd             pic 9(007) value zeros.
              05 wk-pac-hash            pic 9(015) value zeros.
              05 wk-pac-ordem           pic 9(003) value zeros.

           01  wk-totais.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-contatos        pic 9(007) value zeros.
              05 wk-tot-titulos         pic 9(007) value zeros.
              05 wk-tot-visitas         pic 9(007) value zeros.
      *-----------------------------------------------------------------
           copy "arqvendedorfs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqcontatofs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqagendafs.cpy".
           copy "arqpacotefs.cpy".
      *-----------------------------------------------------------------
           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).
      *-----------------------------------------------------------------
           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PACOTE MOBILE DOS VENDEDORES".
               05  line  3   col  05 value
                         "Vendedor (0 = todos)".
               05  line  3   col  45   using wk-vendedor-filtro.
               05  line  4   col  05 value
                         "Data do roteiro (0 = proximo dia util)".
               05  line  4   col  45   using wk-data-rota.
               05  line  6   col  05 value
                         "1 Gerar pacotes / 9 Encerrar".
               05  line  6   col  45   using wk-opcao.
               05  line  10  col  45   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS PACOTES (pacNNNNNNN.txt)".
               05  line  3   col  05 VALUE
                         "Vendedores com pacote".
               05  line  3   col  40   using wk-tot-vendedores.
               05  line  4   col  05 VALUE
                         "Clientes".
               05  line  4   col  40   using wk-tot-clientes.
               05  line  5   col  05 VALUE
                         "Contatos preferenciais".
               05  line  5   col  40   using wk-tot-contatos.
               05  line  6   col  05 VALUE
                         "Titulos em aberto".
               05  line  6   col  40   using wk-tot-titulos.
               05  line  7   col  05 VALUE
                         "Visitas no roteiro".
               05  line  7   col  40   using wk-tot-visitas.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       equal        'S'
           PERFORM       0020-GERA-PACOTES
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           IF        wk-opcao-entrada       EQUAL        'BATCH'
               MOVE  'S'            TO           wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Rode a distribuicao antes dos pacotes'
                                    TO          wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCONTATO.
           IF        FS-ARQCONTATO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-contato
           END-IF.
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-titulo
           END-IF.
           OPEN      INPUT        ARQAGENDA.
           IF        FS-ARQAGENDA   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-agenda
           END-IF.

           ACCEPT    wk-hoje        FROM        DATE.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-GERA-PACOTES
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Run at night for the next working day: every active
      *    vendedor of the empresa (or the one asked for) gets their
      *    own file, rewritten from scratch on every run.
       0020-GERA-PACOTES.

           INITIALIZE               wk-totais.
           MOVE      SPACES         TO          wk-msg.
           IF        wk-data-rota   EQUAL       ZEROS
               PERFORM              0021-PROXIMO-DIA-UTIL
           END-IF.

           MOVE      LOW-VALUES     TO          ARQVENDEDOR-CHAVE.
           START     ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
           END-START.
           PERFORM   0022-PROCESSA-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDEDOR.

           IF        wk-batch       NOT EQUAL   'S'
               DISPLAY   SC-TELA-RESUMO
               ACCEPT    SC-TELA-RESUMO
               MOVE  ZEROS          TO          wk-data-rota
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Day 1 of the epoch was a Monday: remainder 0 is domingo
      *    and 6 is sabado, both skipped.
       0021-PROXIMO-DIA-UTIL.

           COMPUTE   wk-data-int    =
                     FUNCTION INTEGER-OF-DATE(wk-hoje) + 1.
           COMPUTE   wk-dia-semana  =
                     FUNCTION MOD(wk-data-int 7).
           IF        wk-dia-semana  EQUAL       6
               ADD   2              TO          wk-data-int
           END-IF.
           IF        wk-dia-semana  EQUAL       0
               ADD   1              TO          wk-data-int
           END-IF.
           COMPUTE   wk-data-rota   =
                     FUNCTION DATE-OF-INTEGER(wk-data-int).
      *---------------------------------------------------------------
       0022-PROCESSA-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-ativo
              AND    arqvendedor-empresa EQUAL  wk-empresa-corrente
              AND  ( wk-vendedor-filtro EQUAL   ZEROS
              OR     wk-vendedor-filtro EQUAL   arqvendedor-codigo )
                 ADD  1             TO          wk-tot-vendedores
                 PERFORM            0023-GERA-PACOTE-VENDEDOR
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-GERA-PACOTE-VENDEDOR.

           MOVE      arqvendedor-codigo TO      wk-pac-vendedor.
           MOVE      ZEROS          TO          wk-pac-qtd
                                                 wk-pac-hash
                                                 wk-pac-ordem
                                                 wk-ct-qtd.
           OPEN      OUTPUT       ARQPACOTE.

           MOVE      SPACES         TO          arqpacote-cabecalho.
           MOVE      'H'            TO          arqpacote-cab-tipo.
           MOVE      arqvendedor-codigo TO      arqpacote-cab-vendedor.
           MOVE      arqvendedor-nome TO        arqpacote-cab-nome.
           MOVE      wk-data-rota   TO          arqpacote-cab-data-rota.
           MOVE      wk-hoje        TO
                                    arqpacote-cab-data-geracao.
           ACCEPT    wk-hora        FROM        TIME.
           MOVE      wk-hora(1:6)   TO
                                    arqpacote-cab-hora-geracao.
           WRITE     arqpacote-cabecalho.

           MOVE      arqvendedor-codigo TO
                                    arqsaida-vendedor-codigo.
           START     ARQSAIDA       KEY IS      EQUAL
                                    ARQSAIDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQSAIDA
           END-START.
           PERFORM   0030-LE-CARTEIRA
             UNTIL   FS-ARQSAIDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQSAIDA.

           IF        wk-tem-agenda  EQUAL       'S'
               PERFORM              0040-GRAVA-ROTEIRO
           END-IF.

           MOVE      SPACES         TO          arqpacote-fechamento.
           MOVE      'Z'            TO          arqpacote-fec-tipo.
           MOVE      wk-pac-qtd     TO          arqpacote-fec-qtd.
           MOVE      wk-pac-hash    TO          arqpacote-fec-hash.
           WRITE     arqpacote-fechamento.
           CLOSE     ARQPACOTE.
      *---------------------------------------------------------------
       0030-LE-CARTEIRA.

           READ      ARQSAIDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQSAIDA
            NOT AT END
             IF      arqsaida-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQSAIDA
             ELSE
                 MOVE 'N'           TO          wk-ct-ja-carregado
                 PERFORM            0031-PROCURA-CARREGADO
                   VARYING wk-ct-idx FROM       1
                     BY    1
                     UNTIL wk-ct-idx >          wk-ct-qtd
                      OR   wk-ct-ja-carregado EQUAL 'S'
                 IF   wk-ct-ja-carregado NOT EQUAL 'S'
                  AND wk-ct-qtd     <           9999
                     ADD  1         TO          wk-ct-qtd
                     MOVE arqsaida-cliente-codigo TO
                                    wk-ct-codigo(wk-ct-qtd)
                     PERFORM        0032-GRAVA-CLIENTE
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0031-PROCURA-CARREGADO.

           IF        wk-ct-codigo(wk-ct-idx) EQUAL
                                    arqsaida-cliente-codigo
               MOVE  'S'            TO          wk-ct-ja-carregado
           END-IF.
      *---------------------------------------------------------------
      *    Closed and legacy inactive accounts stay off the device;
      *    suspended ones go, so the vendedor knows why not to sell.
       0032-GRAVA-CLIENTE.

           MOVE      arqsaida-cliente-codigo TO arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      NOT arqcliente-fechado
              AND    NOT arqcliente-inativo
                 MOVE SPACES        TO      arqpacote-dados-cliente
                 MOVE 'C'           TO      arqpacote-cli-tipo
                 MOVE arqcliente-codigo TO  arqpacote-cli-codigo
                 MOVE arqcliente-raz-soc TO arqpacote-cli-raz-soc
                 MOVE arqcliente-logradouro TO
                                    arqpacote-cli-logradouro
                 MOVE arqcliente-numero TO  arqpacote-cli-numero
                 MOVE arqcliente-bairro TO  arqpacote-cli-bairro
                 MOVE arqcliente-cidade TO  arqpacote-cli-cidade
                 MOVE arqcliente-uf TO      arqpacote-cli-uf
                 MOVE arqcliente-lat TO     arqpacote-cli-lat
                 MOVE arqcliente-lon TO     arqpacote-cli-lon
                 MOVE arqsaida-linha-atendida TO
                                    arqpacote-cli-linha
                 MOVE arqcliente-status TO  arqpacote-cli-status
                 MOVE arqcliente-limite-credito TO
                                    arqpacote-cli-limite
                 MOVE arqcliente-dias-visita TO
                                    arqpacote-cli-dias-visita
                 MOVE arqcliente-periodo-visita TO
                                    arqpacote-cli-periodo-visita
                 WRITE arqpacote-dados-cliente
                 ADD  1             TO          wk-pac-qtd
                                                 wk-tot-clientes
                 ADD  arqcliente-codigo TO      wk-pac-hash
                 IF   wk-tem-contato EQUAL      'S'
                     PERFORM        0033-GRAVA-CONTATOS
                 END-IF
                 IF   wk-tem-titulo EQUAL       'S'
                     PERFORM        0035-GRAVA-TITULOS
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0033-GRAVA-CONTATOS.

           MOVE      arqcliente-codigo TO
                                    arqcontato-cliente-codigo.
           MOVE      ZEROS          TO          arqcontato-sequencia.
           START     ARQCONTATO     KEY IS      NOT LESS
                                    ARQCONTATO-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCONTATO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCONTATO
           END-START.
           PERFORM   0034-LE-CONTATO
             UNTIL   FS-ARQCONTATO  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCONTATO.
      *---------------------------------------------------------------
       0034-LE-CONTATO.

           READ      ARQCONTATO     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCONTATO
            NOT AT END
             IF      arqcontato-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQCONTATO
             ELSE
              IF     arqcontato-preferido
               AND   arqcontato-ativo
                 MOVE SPACES        TO      arqpacote-dados-contato
                 MOVE 'K'           TO      arqpacote-con-tipo
                 MOVE arqcliente-codigo TO  arqpacote-con-cliente
                 MOVE arqcontato-nome TO    arqpacote-con-nome
                 MOVE arqcontato-funcao TO  arqpacote-con-funcao
                 MOVE arqcontato-telefone TO
                                    arqpacote-con-telefone
                 MOVE arqcontato-email TO   arqpacote-con-email
                 WRITE arqpacote-dados-contato
                 ADD  1             TO          wk-pac-qtd
                                                 wk-tot-contatos
                 ADD  arqcliente-codigo TO      wk-pac-hash
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0035-GRAVA-TITULOS.

           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           START     ARQTITULO      KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQTITULO
           END-START.
           PERFORM   0036-LE-TITULO
             UNTIL   FS-ARQTITULO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQTITULO.
      *---------------------------------------------------------------
       0036-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO          FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
                 MOVE SPACES        TO      arqpacote-dados-titulo
                 MOVE 'T'           TO      arqpacote-tit-tipo
                 MOVE arqcliente-codigo TO  arqpacote-tit-cliente
                 MOVE arqtitulo-numero-nf TO
                                    arqpacote-tit-numero-nf
                 MOVE arqtitulo-parcela TO  arqpacote-tit-parcela
                 MOVE arqtitulo-vencimento TO
                                    arqpacote-tit-vencimento
                 COMPUTE arqpacote-tit-saldo =
                         arqtitulo-valor - arqtitulo-valor-pago
                 IF   arqtitulo-vencimento <    wk-hoje
                     MOVE 'S'       TO      arqpacote-tit-vencido
                 ELSE
                     MOVE 'N'       TO      arqpacote-tit-vencido
                 END-IF
                 WRITE arqpacote-dados-titulo
                 ADD  1             TO          wk-pac-qtd
                                                 wk-tot-titulos
                 ADD  arqcliente-codigo TO      wk-pac-hash
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The day's slots of the monthly plan, in the order the
      *    planner booked them.
       0040-GRAVA-ROTEIRO.

           MOVE      arqvendedor-codigo TO
                                    arqagenda-vendedor-codigo.
           MOVE      wk-data-rota   TO          arqagenda-data.
           MOVE      ZEROS          TO
                                    arqagenda-cliente-codigo.
           START     ARQAGENDA      KEY IS      NOT LESS
                                    ARQAGENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQAGENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQAGENDA
           END-START.
           PERFORM   0041-LE-AGENDA
             UNTIL   FS-ARQAGENDA   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQAGENDA.
      *---------------------------------------------------------------
       0041-LE-AGENDA.

           READ      ARQAGENDA      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQAGENDA
            NOT AT END
             IF      arqagenda-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
              OR     arqagenda-data NOT EQUAL   wk-data-rota
                 MOVE '10'          TO          FS-ARQAGENDA
             ELSE
                 ADD  1             TO          wk-pac-ordem
                 MOVE SPACES        TO      arqpacote-dados-rota
                 MOVE 'R'           TO      arqpacote-rot-tipo
                 MOVE wk-data-rota  TO      arqpacote-rot-data
                 MOVE wk-pac-ordem  TO      arqpacote-rot-ordem
                 MOVE arqagenda-cliente-codigo TO
                                    arqpacote-rot-cliente
                 MOVE arqagenda-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   MOVE arqcliente-raz-soc TO
                                    arqpacote-rot-raz-soc
                 END-READ
                 WRITE arqpacote-dados-rota
                 ADD  1             TO          wk-pac-qtd
                                                 wk-tot-visitas
                 ADD  arqagenda-cliente-codigo TO wk-pac-hash
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDEDOR
               CLOSE ARQSAIDA
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-contato EQUAL       'S'
               CLOSE ARQCONTATO
           END-IF.
           IF        wk-tem-titulo  EQUAL       'S'
               CLOSE ARQTITULO
           END-IF.
           IF        wk-tem-agenda  EQUAL       'S'
               CLOSE ARQAGENDA
           END-IF.
           IF        fl-ok          NOT EQUAL   'S'
               MOVE  8              TO          RETURN-CODE
           ELSE
               MOVE  0              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program geramobile.
