       program-id. reparcelamento as "reparcelamento".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqacordoselect.cpy".
           copy "arqauditoriaselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqacordofd.cpy".
           copy "arqauditoriafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqacordo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\acordo.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.

           01  wk-acordo.
              05 wk-cliente-codigo      pic 9(007) value zeros.
              05 wk-raz-soc             pic x(040) value spaces.
              05 wk-parcelas            pic 9(002) value zeros.
              05 wk-intervalo           pic 9(003) value zeros.
              05 wk-primeiro-venc       pic 9(008) value zeros.
              05 wk-valor-original      pic 9(009)v9(002) value zeros.
              05 wk-valor-acordado      pic 9(009)v9(002) value zeros.
              05 wk-confirma            pic x(001) value spaces.
              05 wk-numero-acordo       pic 9(007) value zeros.
              05 wk-nf-acordo           pic 9(009) value zeros.
              05 wk-vendedor-codigo     pic 9(007) value zeros.
              05 wk-qtd-marcados        pic 9(003) value zeros.
              05 wk-cliente-ok          pic x(001) value 'N'.

      *    The client's open parcelas offered for the agreement; the
      *    operator marks the ones going in with 'S'.
           01  wk-selecao.
              05 wk-sel-qtd             pic 9(002) comp value zeros.
              05 wk-sel-idx             pic 9(002) comp value zeros.
              05 wk-sel-item            occurs 10.
               07 wk-sel-marca          pic x(001).
               07 wk-sel-nf             pic 9(009).
               07 wk-sel-parcela        pic 9(002).
               07 wk-sel-saldo          pic 9(009)v9(002).
               07 wk-sel-texto          pic x(060).
           01  wk-sel-monta.
              05 wk-sm-nf               pic 9(009).
              05 filler                 pic x(001) value '/'.
              05 wk-sm-parcela          pic 9(002).
              05 filler                 pic x(003) value spaces.
              05 wk-sm-vencimento       pic 9(008).
              05 filler                 pic x(003) value spaces.
              05 wk-sm-saldo            pic zzz.zzz.zz9,99.
              05 filler                 pic x(020) value spaces.

           01  wk-geracao.
              05 wk-ger-parcela         pic 9(002) value zeros.
              05 wk-ger-valor           pic 9(009)v9(002) value zeros.
              05 wk-ger-resto           pic 9(009)v9(002) value zeros.
              05 wk-ger-dias-int        pic 9(009) value zeros.
              05 wk-ger-vencimento      pic 9(008) value zeros.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-valor-edit          pic zzz.zzz.zz9,99.

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqacordofs.cpy".
           copy "arqauditoriafs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RENEGOCIACAO DE TITULOS (REPARCELAMENTO)".
               05  line  3   col  05 value
                         "Codigo do cliente".
               05  line  3   col  43   using wk-cliente-codigo.
               05  line  5   col  05 value
                         "1 Selecionar titulos / 9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-ACORDO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ACORDO DE REPARCELAMENTO".
               05  line  1   col  33   from  wk-raz-soc.
               05  line  2   col  05 value
                         "S  NF/PARCELA    VENCIMENTO         SALDO".
               05  line  3   col  05   using wk-sel-marca(1).
               05  line  3   col  08   from  wk-sel-texto(1).
               05  line  4   col  05   using wk-sel-marca(2).
               05  line  4   col  08   from  wk-sel-texto(2).
               05  line  5   col  05   using wk-sel-marca(3).
               05  line  5   col  08   from  wk-sel-texto(3).
               05  line  6   col  05   using wk-sel-marca(4).
               05  line  6   col  08   from  wk-sel-texto(4).
               05  line  7   col  05   using wk-sel-marca(5).
               05  line  7   col  08   from  wk-sel-texto(5).
               05  line  8   col  05   using wk-sel-marca(6).
               05  line  8   col  08   from  wk-sel-texto(6).
               05  line  9   col  05   using wk-sel-marca(7).
               05  line  9   col  08   from  wk-sel-texto(7).
               05  line  10  col  05   using wk-sel-marca(8).
               05  line  10  col  08   from  wk-sel-texto(8).
               05  line  11  col  05   using wk-sel-marca(9).
               05  line  11  col  08   from  wk-sel-texto(9).
               05  line  12  col  05   using wk-sel-marca(10).
               05  line  12  col  08   from  wk-sel-texto(10).
               05  line  14  col  05 value
                         "Numero de parcelas do acordo".
               05  line  14  col  43   using wk-parcelas.
               05  line  15  col  05 value
                         "Intervalo entre parcelas em dias".
               05  line  15  col  43   using wk-intervalo.
               05  line  16  col  05 value
                         "Primeiro vencimento (0 = hoje + intervalo)".
               05  line  16  col  48   using wk-primeiro-venc.
               05  line  17  col  05 value
                         "Valor acordado (0 = saldo marcado)".
               05  line  17  col  43   using wk-valor-acordado.
               05  line  18  col  05 value
                         "Confirma o acordo (S/N)".
               05  line  18  col  43   using wk-confirma.
               05  line  20  col  43   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           CALL      'operadoratual' USING      wk-operador.

           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum titulo registrado' TO         wk-msg
           END-IF.
           OPEN      I-O          ARQACORDO.
           IF        FS-ARQACORDO   EQUAL       '05'
            OR       FS-ARQACORDO   EQUAL       '35'
               CLOSE      ARQACORDO
               OPEN       OUTPUT      ARQACORDO
               CLOSE      ARQACORDO
               OPEN       I-O         ARQACORDO
           END-IF.
           OPEN      EXTEND       ARQAUDITORIA.
           IF        FS-ARQAUDITORIA EQUAL      '05'
               OPEN       OUTPUT      ARQAUDITORIA
               CLOSE      ARQAUDITORIA
               OPEN       EXTEND      ARQAUDITORIA
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           initialize wk-msg.
           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-CARREGA-TITULOS
             IF        wk-sel-qtd    GREATER    ZEROS
                 PERFORM 0030-NEGOCIA-ACORDO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            INITIALIZE WK-OPCAO
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    The client must be of the empresa; up to ten of their open
      *    parcelas are offered, in key order of the titulo file.
       0020-CARREGA-TITULOS.

           INITIALIZE               wk-selecao.
           MOVE      'N'            TO          wk-cliente-ok.
           MOVE      wk-cliente-codigo TO       arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             MOVE    'Cliente nao cadastrado'   TO          wk-msg
            NOT INVALID KEY
             IF      arqcliente-empresa NOT EQUAL wk-empresa-corrente
                 MOVE 'Cliente de outra empresa' TO         wk-msg
             ELSE
                 MOVE 'S'           TO          wk-cliente-ok
                 MOVE arqcliente-raz-soc TO     wk-raz-soc
             END-IF
           END-READ.

           IF        wk-cliente-ok  EQUAL       'S'
               MOVE  wk-cliente-codigo TO
                                    arqtitulo-cliente-codigo
               START ARQTITULO      KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQTITULO
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQTITULO
               END-START
               PERFORM              0021-LE-TITULO
                 UNTIL FS-ARQTITULO EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQTITULO
               IF    wk-sel-qtd     EQUAL       ZEROS
                   MOVE 'Cliente sem titulos em aberto' TO  wk-msg
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0021-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    wk-cliente-codigo
              OR     wk-sel-qtd     EQUAL       10
                 MOVE '10'          TO          FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
                 ADD  1             TO          wk-sel-qtd
                 MOVE 'N'           TO          wk-sel-marca(wk-sel-qtd)
                 MOVE arqtitulo-numero-nf TO    wk-sel-nf(wk-sel-qtd)
                 MOVE arqtitulo-parcela TO
                                    wk-sel-parcela(wk-sel-qtd)
                 COMPUTE wk-sel-saldo(wk-sel-qtd) =
                         arqtitulo-valor - arqtitulo-valor-pago
                 MOVE arqtitulo-numero-nf TO    wk-sm-nf
                 MOVE arqtitulo-parcela TO      wk-sm-parcela
                 MOVE arqtitulo-vencimento TO   wk-sm-vencimento
                 MOVE wk-sel-saldo(wk-sel-qtd) TO wk-sm-saldo
                 MOVE wk-sel-monta  TO          wk-sel-texto(wk-sel-qtd)
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Nothing is written until the operator confirms: the marked
      *    saldos add up to the original value, the agreed value
      *    (which may carry encargos or a discount) is split over the
      *    new parcelas with the rounding residue on the last one.
       0030-NEGOCIA-ACORDO.

           MOVE      ZEROS          TO          wk-parcelas
                                                 wk-intervalo
                                                 wk-primeiro-venc
                                                 wk-valor-acordado.
           MOVE      SPACES         TO          wk-confirma.
           PERFORM   0031-GET-SC-TELA-ACORDO.
      *---------------------------------------------------------------
       0031-GET-SC-TELA-ACORDO.

           DISPLAY   SC-TELA-ACORDO.
           ACCEPT    SC-TELA-ACORDO.
           initialize wk-msg.

           IF        wk-confirma    NOT EQUAL   'S'
               MOVE  'Acordo abandonado'         TO          wk-msg
           ELSE
               PERFORM              0032-CONSISTE-ACORDO
               IF    wk-msg         EQUAL       SPACES
                   PERFORM          0040-GRAVA-ACORDO
               ELSE
                   MOVE  SPACES     TO          wk-confirma
                   PERFORM          0031-GET-SC-TELA-ACORDO
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0032-CONSISTE-ACORDO.

           MOVE      ZEROS          TO          wk-qtd-marcados
                                                 wk-valor-original.
           PERFORM   0033-SOMA-MARCADO
             VARYING wk-sel-idx     FROM        1
               BY    1
               UNTIL wk-sel-idx     >           wk-sel-qtd.

           IF        wk-parcelas    EQUAL       ZEROS
               MOVE  1              TO          wk-parcelas
           END-IF.
           IF        wk-intervalo   EQUAL       ZEROS
               MOVE  30             TO          wk-intervalo
           END-IF.
           IF        wk-valor-acordado EQUAL    ZEROS
               MOVE  wk-valor-original TO       wk-valor-acordado
           END-IF.
           ACCEPT    wk-hoje        FROM        DATE.
           IF        wk-primeiro-venc EQUAL     ZEROS
               COMPUTE wk-ger-dias-int =
                       FUNCTION INTEGER-OF-DATE(wk-hoje)
                     + wk-intervalo
               COMPUTE wk-primeiro-venc =
                       FUNCTION DATE-OF-INTEGER(wk-ger-dias-int)
           END-IF.

           EVALUATE  TRUE
            WHEN     wk-qtd-marcados EQUAL      ZEROS
             MOVE    'Marque ao menos um titulo com S' TO    wk-msg
            WHEN     wk-primeiro-venc LESS      wk-hoje
             MOVE    'Primeiro vencimento no passado'  TO    wk-msg
            WHEN     wk-valor-acordado LESS     wk-parcelas
             MOVE    'Valor acordado insuficiente'     TO    wk-msg
            WHEN     OTHER
             CONTINUE
           END-EVALUATE.
      *---------------------------------------------------------------
       0033-SOMA-MARCADO.

           IF        wk-sel-marca(wk-sel-idx) EQUAL 'S'
               ADD   1              TO          wk-qtd-marcados
               ADD   wk-sel-saldo(wk-sel-idx) TO wk-valor-original
           END-IF.
      *---------------------------------------------------------------
       0040-GRAVA-ACORDO.

           PERFORM   0041-PROXIMO-ACORDO.
           COMPUTE   wk-nf-acordo   =           990000000
                                              + wk-numero-acordo.
           MOVE      ZEROS          TO          wk-vendedor-codigo.

           PERFORM   0042-RENEGOCIA-ORIGINAL
             VARYING wk-sel-idx     FROM        1
               BY    1
               UNTIL wk-sel-idx     >           wk-sel-qtd.

           DIVIDE    wk-valor-acordado BY       wk-parcelas
                                    GIVING      wk-ger-valor
                                    REMAINDER   wk-ger-resto.
           PERFORM   0043-GERA-PARCELA
             VARYING wk-ger-parcela FROM        1
               BY    1
               UNTIL wk-ger-parcela >           wk-parcelas.

           MOVE      wk-numero-acordo TO        arqacordo-numero.
           MOVE      wk-empresa-corrente TO     arqacordo-empresa.
           MOVE      wk-cliente-codigo TO
                                    arqacordo-cliente-codigo.
           MOVE      wk-vendedor-codigo TO
                                    arqacordo-vendedor-codigo.
           MOVE      wk-hoje        TO          arqacordo-data.
           MOVE      wk-qtd-marcados TO         arqacordo-qtd-originais.
           MOVE      wk-valor-original TO
                                    arqacordo-valor-original.
           MOVE      wk-valor-acordado TO
                                    arqacordo-valor-acordado.
           MOVE      wk-parcelas    TO          arqacordo-parcelas.
           MOVE      wk-intervalo   TO          arqacordo-intervalo.
           MOVE      wk-primeiro-venc TO
                                    arqacordo-primeiro-venc.
           MOVE      wk-operador    TO          arqacordo-operador.
           ACCEPT    arqacordo-hora FROM        TIME.
           WRITE     arqacordo-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQACORDO
                                                 WK-MSG
           END-WRITE.

           MOVE      'REPARCELAMENTO' TO        arqauditoria-campo.
           MOVE      wk-valor-original TO       wk-valor-edit.
           MOVE      SPACES         TO          arqauditoria-valor-ant.
           STRING    'CLI '         DELIMITED BY SIZE
                     wk-cliente-codigo DELIMITED BY SIZE
                     ' SALDO '      DELIMITED BY SIZE
                     wk-valor-edit  DELIMITED BY SIZE
                     INTO arqauditoria-valor-ant.
           MOVE      wk-valor-acordado TO       wk-valor-edit.
           MOVE      SPACES         TO          arqauditoria-valor-novo.
           STRING    wk-parcelas    DELIMITED BY SIZE
                     'X '           DELIMITED BY SIZE
                     wk-valor-edit  DELIMITED BY SIZE
                     ' OP '         DELIMITED BY SIZE
                     wk-operador    DELIMITED BY SIZE
                     INTO arqauditoria-valor-novo.
           PERFORM   0045-GRAVA-AUDITORIA.

           MOVE      'Acordo gravado'            TO          wk-msg.
      *---------------------------------------------------------------
      *    Agreements are numbered in sequence; the next one is one
      *    past the highest on file.
       0041-PROXIMO-ACORDO.

           MOVE      ZEROS          TO          wk-numero-acordo.
           MOVE      ZEROS          TO          arqacordo-numero.
           START     ARQACORDO      KEY IS      NOT LESS
                                    ARQACORDO-NUMERO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQACORDO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQACORDO
           END-START.
           PERFORM   0041A-LE-ACORDO
             UNTIL   FS-ARQACORDO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQACORDO.
           ADD       1              TO          wk-numero-acordo.
      *---------------------------------------------------------------
       0041A-LE-ACORDO.

           READ      ARQACORDO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQACORDO
            NOT AT END
             MOVE    arqacordo-numero TO        wk-numero-acordo
           END-READ.
      *---------------------------------------------------------------
      *    The first marked parcela lends its vendedor to the new
      *    schedule.
       0042-RENEGOCIA-ORIGINAL.

           IF        wk-sel-marca(wk-sel-idx) EQUAL 'S'
               MOVE  wk-sel-nf(wk-sel-idx) TO   arqtitulo-numero-nf
               MOVE  wk-sel-parcela(wk-sel-idx) TO arqtitulo-parcela
               READ  ARQTITULO      KEY IS      ARQTITULO-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   wk-vendedor-codigo EQUAL  ZEROS
                     MOVE arqtitulo-vendedor-codigo TO
                                    wk-vendedor-codigo
                 END-IF
                 SET  arqtitulo-renegociado     TO          TRUE
                 MOVE wk-numero-acordo TO       arqtitulo-acordo
                 REWRITE arqtitulo-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQTITULO
                                                 WK-MSG
                 END-REWRITE
                 MOVE 'TITULO RENEGOCIADO' TO   arqauditoria-campo
                 MOVE wk-sel-saldo(wk-sel-idx) TO wk-valor-edit
                 MOVE SPACES        TO          arqauditoria-valor-ant
                 STRING 'NF '       DELIMITED BY SIZE
                        arqtitulo-numero-nf DELIMITED BY SIZE
                        '/'         DELIMITED BY SIZE
                        arqtitulo-parcela DELIMITED BY SIZE
                        ' SALDO '   DELIMITED BY SIZE
                        wk-valor-edit DELIMITED BY SIZE
                        INTO arqauditoria-valor-ant
                 MOVE 'SITUACAO R' TO           arqauditoria-valor-novo
                 PERFORM            0045-GRAVA-AUDITORIA
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0043-GERA-PARCELA.

           MOVE      wk-nf-acordo   TO          arqtitulo-numero-nf.
           MOVE      wk-ger-parcela TO          arqtitulo-parcela.
           MOVE      wk-cliente-codigo TO
                                    arqtitulo-cliente-codigo.
           MOVE      wk-vendedor-codigo TO
                                    arqtitulo-vendedor-codigo.
           COMPUTE   wk-ger-dias-int =
                     FUNCTION INTEGER-OF-DATE(wk-primeiro-venc)
                   + (wk-ger-parcela - 1) * wk-intervalo.
           COMPUTE   wk-ger-vencimento =
                     FUNCTION DATE-OF-INTEGER(wk-ger-dias-int).
           MOVE      wk-ger-vencimento TO       arqtitulo-vencimento.
           IF        wk-ger-parcela EQUAL       wk-parcelas
               COMPUTE arqtitulo-valor =
                       wk-ger-valor + wk-ger-resto
           ELSE
               MOVE  wk-ger-valor   TO          arqtitulo-valor
           END-IF.
           SET       arqtitulo-aberto           TO          TRUE.
           MOVE      ZEROS          TO
                                    arqtitulo-data-pagamento
                                    arqtitulo-valor-pago
                                    arqtitulo-data-remessa.
           MOVE      wk-numero-acordo TO        arqtitulo-acordo.
           WRITE     arqtitulo-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQTITULO
                                                 WK-MSG
           END-WRITE.

           MOVE      'PARCELA GERADA' TO        arqauditoria-campo.
           MOVE      SPACES         TO          arqauditoria-valor-ant.
           MOVE      arqtitulo-valor TO         wk-valor-edit.
           MOVE      SPACES         TO          arqauditoria-valor-novo.
           STRING    'NF '          DELIMITED BY SIZE
                     arqtitulo-numero-nf DELIMITED BY SIZE
                     '/'            DELIMITED BY SIZE
                     arqtitulo-parcela DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     arqtitulo-vencimento DELIMITED BY SIZE
                     wk-valor-edit  DELIMITED BY SIZE
                     INTO arqauditoria-valor-novo.
           PERFORM   0045-GRAVA-AUDITORIA.
      *---------------------------------------------------------------
       0045-GRAVA-AUDITORIA.

           MOVE      'ACORDO'       TO          arqauditoria-entidade.
           MOVE      wk-numero-acordo TO        arqauditoria-codigo.
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
               CLOSE ARQTITULO
           END-IF.
           CLOSE     ARQACORDO.
           CLOSE     ARQAUDITORIA.
           GOBACK.
           exit program.

           end program reparcelamento.
