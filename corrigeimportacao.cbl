           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqimporterrovisitaselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqvisitacfgselect.cpy".

       data division.

           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqimporterrovisitafd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqvisitacfgfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqimporterrovisita
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impviserro.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqvisitacfg  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visitacfg.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-tem-periodo           pic x(001) value 'N'.
           01  wk-tem-produto           pic x(001) value 'N'.
           01  wk-per-competencia       pic 9(006) value zeros.

           01  wk-erro-venda.
              05 wk-vda-valor           pic 9(009)v9(002) value zeros.
              05 wk-vda-parcelas        pic 9(002) value zeros.
              05 wk-vda-intervalo       pic 9(003) value zeros.
              05 wk-vda-produto         pic 9(005) value zeros.
              05 wk-vda-quantidade      pic 9(005) value zeros.
              05 wk-vda-uf              pic x(002) value spaces.

           01  wk-erro-visita.
              05 wk-vis-linha           pic  9(007) value zeros.
              05 wk-vis-motivo          pic  x(050) value spaces.
              05 wk-vis-vendedor        pic  9(007) value zeros.
              05 wk-vis-cliente         pic  9(007) value zeros.
              05 wk-vis-data-planejada  pic  9(008) value zeros.
              05 wk-vis-data-realizada  pic  9(008) value zeros.
              05 wk-vis-resultado       pic  x(001) value spaces.
              05 wk-vis-nota            pic  x(040) value spaces.
              05 wk-vis-lat             pic s9(003)v9(008)
                                         sign leading separate
                                         value zeros.
              05 wk-vis-lon             pic s9(003)v9(008)
                                         sign leading separate
                                         value zeros.
              05 wk-vis-hora            pic  9(006) value zeros.
              05 wk-vis-distancia       pic  9(005)v9(002) value zeros.
              05 wk-vis-situacao        pic  x(001) value spaces.
              05 wk-vis-existe          pic  x(001) value 'N'.

      *    Check-in tolerance in km, shared with registravisita.
           01  wk-tolerancia            pic 9(003)v9(002) value 0,50.

           01  wk-calculo-distancia.
              05 wk-km-calculado        pic s9(005)v9(002) value zeros.
              05 wk-pi                  usage comp-2
                                         value 3,14159265358979.
              05 wk-raio-terra          usage comp-2 value 6371.
              05 wk-dlat-rad            usage comp-2 value zeros.
              05 wk-dlon-rad            usage comp-2 value zeros.
              05 wk-hav-a               usage comp-2 value zeros.
              05 wk-hav-c               usage comp-2 value zeros.

           01  wk-titulo.
              05 wk-tit-parcela         pic  9(002) value zeros.
      *    The error file is rebuilt at the end with only the records
      *    still pending -- a corrected record leaves the file the
      *    moment it lands in the master.
           copy "arqtributocalc.cpy".

           01  wk-fila.
              05 wk-fila-qtd            pic 9(005) comp value zeros.
              05 wk-fila-idx            pic 9(005) comp value zeros.
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqimporterrovisitafs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqvisitacfgfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  line  5   col 05 value
                         "3 Corrigir vendas rejeitadas".
               05  line  6   col 05 value
                         "4 Corrigir visitas rejeitadas".
               05  line  7   col 05 value
                         "9 Encerrar".
               05  line  7   col  30   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CLIENTE.
                         "Parcelas / intervalo em dias".
               05  line  9   col  48   using wk-vda-parcelas.
               05  line  9   col  55   using wk-vda-intervalo.
               05  line  10  col  05 value
                         "Produto / quantidade (zeros = sem item)".
               05  line  10  col  48   using wk-vda-produto.
               05  line  10  col  55   using wk-vda-quantidade.
               05  line  11  col  05 value
                         "G grava corrigida / ENTER mantem pendente".
               05  line  11  col  48   using wk-acao.
               05  line  13  col  48   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-VISITA-REJ.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "VISITA REJEITADA".
               05  line  2   col  05 value
                         "Motivo da rejeicao".
               05  line  2   col  48   using wk-vis-motivo.
               05  line  4   col  05 value
                         "Codigo do vendedor".
               05  line  4   col  48   using wk-vis-vendedor.
               05  line  5   col  05 value
                         "Codigo do cliente".
               05  line  5   col  48   using wk-vis-cliente.
               05  line  6   col  05 value
                         "Data planejada (AAAAMMDD)".
               05  line  6   col  48   using wk-vis-data-planejada.
               05  line  7   col  05 value
                         "Data realizada (AAAAMMDD)".
               05  line  7   col  48   using wk-vis-data-realizada.
               05  line  8   col  05 value
                         "Resultado (V/P/F)".
               05  line  8   col  48   using wk-vis-resultado.
               05  line  9   col  05 value
                         "Nota".
               05  line  9   col  20   using wk-vis-nota.
               05  line  10  col  05 value
                         "Check-in latitude / longitude".
               05  line  10  col  48   using wk-vis-lat.
               05  line  11  col  48   using wk-vis-lon.
               05  line  12  col  05 value
                         "Hora do check-in (HHMMSS)".
               05  line  12  col  48   using wk-vis-hora.
               05  line  14  col  05 value
                         "G grava corrigida / ENTER mantem pendente".
               05  line  14  col  48   using wk-acao.
               05  line  16  col  48   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-VENDEDOR.
               05  blank screen.
            AND        fl-ok         EQUAL      'S'
             PERFORM   0060-CORRIGE-VENDAS
           END-IF.
           IF          WK-OPCAO      EQUAL      4
            AND        fl-ok         EQUAL      'S'
             PERFORM   0080-CORRIGE-VISITAS
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
                                    arqvendedor-capacidade-valor.
           MOVE      ZEROS          TO
                                    arqvendedor-valor-atual.
           MOVE      ZEROS          TO
                                    arqvendedor-supervisor-codigo
                                    arqvendedor-taxa-supervisao.
           IF        wk-ven-linha-produto EQUAL  SPACES
               MOVE  'T'            TO       arqvendedor-linha-produto
           ELSE
               IF    FS-ARQPERIODO  EQUAL       ZEROS
                   MOVE 'S'         TO          wk-tem-periodo
               END-IF
               OPEN  INPUT        ARQPRODUTO
               IF    FS-ARQPRODUTO  EQUAL       ZEROS
                   MOVE 'S'         TO          wk-tem-produto
               END-IF
               OPEN  I-O          ARQITEMVENDA
               IF    FS-ARQITEMVENDA EQUAL      '05'
                OR   FS-ARQITEMVENDA EQUAL      '35'
                   CLOSE      ARQITEMVENDA
                   OPEN       OUTPUT      ARQITEMVENDA
                   CLOSE      ARQITEMVENDA
                   OPEN       I-O         ARQITEMVENDA
               END-IF
               PERFORM              0060A-PROCESSA-FILA-VENDA
               CLOSE ARQVENDA
               CLOSE ARQTITULO
               CLOSE ARQITEMVENDA
               IF    wk-tem-produto EQUAL       'S'
                   CLOSE ARQPRODUTO
                   MOVE 'N'         TO          wk-tem-produto
               END-IF
               IF    wk-tem-periodo EQUAL       'S'
                   CLOSE ARQPERIODO
                   MOVE 'N'         TO          wk-tem-periodo
           MOVE      arqimporterrovenda-parcelas TO wk-vda-parcelas.
           MOVE      arqimporterrovenda-intervalo TO
                                    wk-vda-intervalo.
      *    Rejects written before the produto was carried end at the
      *    intervalo; those read back as a nota without item.
           IF        arqimporterrovenda-produto-codigo NUMERIC
               MOVE  arqimporterrovenda-produto-codigo TO
                                    wk-vda-produto
           ELSE
               MOVE  ZEROS          TO          wk-vda-produto
           END-IF.
           IF        arqimporterrovenda-quantidade NUMERIC
               MOVE  arqimporterrovenda-quantidade TO
                                    wk-vda-quantidade
           ELSE
               MOVE  ZEROS          TO          wk-vda-quantidade
           END-IF.
           MOVE      SPACES         TO          wk-acao
                                                 wk-msg.

                                    wk-empresa-corrente
                     MOVE 'Cliente de outra empresa' TO     wk-msg
                 END-IF
                 MOVE arqcliente-uf TO          wk-vda-uf
               END-READ
           END-IF.

               MOVE  'Valor da venda zerado'    TO          wk-msg
           END-IF.

           INITIALIZE                           wk-calculo-tributo.
           IF        wk-msg         EQUAL       SPACES
            AND      wk-vda-produto NOT EQUAL   ZEROS
               PERFORM              0064-CONSISTE-PRODUTO
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               PERFORM              0066-GRAVA-VENDA
           END-IF.
      *---------------------------------------------------------------
      *    Same product and tax rule checks the import applies to a
      *    nota that names its produto.
       0064-CONSISTE-PRODUTO.

           IF        wk-tem-produto NOT EQUAL   'S'
               MOVE  'Cadastro de produtos indisponivel'
                                    TO          wk-msg
           ELSE
               MOVE  wk-vda-produto TO          arqproduto-codigo
               READ  ARQPRODUTO     KEY IS      ARQPRODUTO-CODIGO
                INVALID KEY
                 MOVE 'Produto nao cadastrado'  TO          wk-msg
                NOT INVALID KEY
                 IF   arqproduto-inativo
                     MOVE 'Produto inativo'     TO          wk-msg
                 END-IF
               END-READ
           END-IF.
           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-vda-produto TO          wk-trb-produto
               MOVE  wk-vda-uf      TO          wk-trb-uf
               MOVE  wk-vda-valor   TO          wk-trb-valor
               CALL  'calculatributo' USING     wk-calculo-tributo
               IF    wk-trb-sem-regra
                   MOVE 'Produto sem regra tributaria para a UF'
                                    TO          wk-msg
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0066-GRAVA-VENDA.

                                    arqvenda-vendedor-codigo.
           MOVE      wk-vda-data    TO          arqvenda-data.
           MOVE      wk-vda-valor   TO          arqvenda-valor.
           MOVE      wk-trb-valor-icms TO       arqvenda-valor-icms.
           MOVE      wk-trb-valor-ipi TO        arqvenda-valor-ipi.
           SET       arqvenda-normal TO         TRUE.
           MOVE      ZEROS          TO          arqvenda-nf-origem
                                                 arqvenda-comp-apurada.
           MOVE      SPACES         TO          arqvenda-regime-apurado.
           WRITE     arqvenda-registro
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    'S'            TO           wk-corrigido
             PERFORM              0066A-GERA-TITULOS
             IF      wk-vda-produto NOT EQUAL    ZEROS
                 PERFORM            0066C-GRAVA-ITEM
             END-IF
           END-WRITE.
      *---------------------------------------------------------------
       0066A-GERA-TITULOS.
           END-IF.
           SET       arqtitulo-aberto           TO          TRUE.
           MOVE      ZEROS          TO
                                    arqtitulo-data-pagamento
                                    arqtitulo-valor-pago
                                    arqtitulo-data-remessa
                                    arqtitulo-acordo.
           WRITE     arqtitulo-registro
            INVALID KEY
             REWRITE arqtitulo-registro
           END-WRITE.
      *---------------------------------------------------------------
      *    One item holding the whole nota value, as the import
      *    writes it.
       0066C-GRAVA-ITEM.

           IF        wk-vda-quantidade EQUAL    ZEROS
               MOVE  1              TO          wk-vda-quantidade
           END-IF.
           MOVE      wk-vda-numero-nf TO        arqitemvenda-numero-nf.
           MOVE      1              TO          arqitemvenda-sequencia.
           MOVE      wk-vda-produto TO
                                    arqitemvenda-produto-codigo.
           MOVE      wk-vda-quantidade TO       arqitemvenda-quantidade.
           COMPUTE   arqitemvenda-preco-unitario ROUNDED =
                     wk-vda-valor / wk-vda-quantidade.
           MOVE      wk-vda-valor   TO
                                    arqitemvenda-valor-total.
           MOVE      arqproduto-linha-produto TO
                                    arqitemvenda-linha-produto.
           MOVE      arqproduto-custo TO
                                    arqitemvenda-custo-unitario.
           COMPUTE   arqitemvenda-custo-total =
                     wk-vda-quantidade * arqproduto-custo.
           MOVE      wk-trb-cfop    TO          arqitemvenda-cfop.
           MOVE      wk-trb-cst-icms TO         arqitemvenda-cst-icms.
           MOVE      wk-trb-base-icms TO        arqitemvenda-base-icms.
           MOVE      wk-trb-aliq-icms TO        arqitemvenda-aliq-icms.
           MOVE      wk-trb-valor-icms TO
                                    arqitemvenda-valor-icms.
           MOVE      wk-trb-cst-ipi TO          arqitemvenda-cst-ipi.
           MOVE      wk-trb-aliq-ipi TO         arqitemvenda-aliq-ipi.
           MOVE      wk-trb-valor-ipi TO        arqitemvenda-valor-ipi.
           MOVE      ZEROS          TO          arqitemvenda-cd-codigo.
           MOVE      SPACES         TO          arqitemvenda-estoque.
           WRITE     arqitemvenda-registro
            INVALID KEY
             REWRITE arqitemvenda-registro
           END-WRITE.
      *---------------------------------------------------------------
       0067A-MOVE-TELA-ERRO.

                                    arqimporterrovenda-parcelas.
           MOVE      wk-vda-intervalo TO
                                    arqimporterrovenda-intervalo.
           MOVE      wk-vda-produto TO
                                    arqimporterrovenda-produto-codigo.
           MOVE      wk-vda-quantidade TO
                                    arqimporterrovenda-quantidade.
      *---------------------------------------------------------------
       0068-ATUALIZA-FILA.

                            TO     arqimporterrovenda-registro
               WRITE arqimporterrovenda-registro
           END-IF.
      *---------------------------------------------------------------
      *    Visits sent back by the vendedores' devices that failed
      *    the checks of the keyed registration. Same queue as the
      *    sales: a corrected visit goes to arqvisita with the
      *    check-in measured again, the rest stay pending.
       0080-CORRIGE-VISITAS.

           MOVE      ZEROS          TO          wk-fila-qtd.
           MOVE      'N'            TO          wk-fila-estouro.

           OPEN      I-O          ARQVISITA.
           IF        FS-ARQVISITA   EQUAL       '05'
            OR       FS-ARQVISITA   EQUAL       '35'
               CLOSE      ARQVISITA
               OPEN       OUTPUT      ARQVISITA
               CLOSE      ARQVISITA
               OPEN       I-O         ARQVISITA
           END-IF.
           IF        FS-ARQVISITA   NOT EQUAL   ZEROS
               MOVE  'Nao foi possivel abrir o arquivo de visitas'
                                    TO          WK-MSG
           ELSE
               PERFORM              0080B-LE-CONFIGURACAO
               PERFORM              0080A-PROCESSA-FILA-VISITA
               CLOSE ARQVISITA
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0080A-PROCESSA-FILA-VISITA.

           OPEN      INPUT         ARQIMPORTERROVISITA.
           IF        FS-ARQIMPORTERROVISITA NOT EQUAL ZEROS
               MOVE  'Arquivo de rejeitados vazio ou ausente'
                                    TO          WK-MSG
           ELSE
               PERFORM 0081-CARREGA-ERRO
                 UNTIL FS-ARQIMPORTERROVISITA EQUAL '10'
               CLOSE   ARQIMPORTERROVISITA
               IF    wk-fila-estouro EQUAL      'S'
                   MOVE 'Fila excede a capacidade - nada processado'
                                    TO          WK-MSG
               ELSE
                   PERFORM 0082-TRATA-ERRO
                     VARYING wk-fila-idx FROM   1
                       BY    1
                       UNTIL wk-fila-idx >      wk-fila-qtd
                   PERFORM 0089-REGRAVA-ERROS
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0080B-LE-CONFIGURACAO.

           OPEN      INPUT        ARQVISITACFG.
           IF        FS-ARQVISITACFG EQUAL      ZEROS
               READ  ARQVISITACFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqvisitacfg-tolerancia NOT EQUAL ZEROS
                     MOVE arqvisitacfg-tolerancia TO wk-tolerancia
                 END-IF
               END-READ
               CLOSE ARQVISITACFG
           END-IF.
      *---------------------------------------------------------------
       0081-CARREGA-ERRO.

           READ      ARQIMPORTERROVISITA NEXT RECORD
            AT END
             MOVE    '10'           TO     FS-ARQIMPORTERROVISITA
            NOT AT END
             IF      wk-fila-qtd    <           9999
                 ADD  1             TO          wk-fila-qtd
                 MOVE arqimporterrovisita-registro
                                    TO    wk-fila-registro(wk-fila-qtd)
                 MOVE 'S'           TO    wk-fila-pendente(wk-fila-qtd)
             ELSE
                 MOVE 'S'           TO          wk-fila-estouro
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0082-TRATA-ERRO.

           MOVE      wk-fila-registro(wk-fila-idx)
                            TO     arqimporterrovisita-registro.
           MOVE      arqimporterrovisita-linha TO wk-vis-linha.
           MOVE      arqimporterrovisita-motivo TO wk-vis-motivo.
           MOVE      arqimporterrovisita-vendedor-codigo TO
                                    wk-vis-vendedor.
           MOVE      arqimporterrovisita-cliente-codigo TO
                                    wk-vis-cliente.
           MOVE      arqimporterrovisita-data-planejada TO
                                    wk-vis-data-planejada.
           MOVE      arqimporterrovisita-data-realizada TO
                                    wk-vis-data-realizada.
           MOVE      arqimporterrovisita-resultado TO
                                    wk-vis-resultado.
           MOVE      arqimporterrovisita-nota TO wk-vis-nota.
           MOVE      arqimporterrovisita-checkin-lat TO wk-vis-lat.
           MOVE      arqimporterrovisita-checkin-lon TO wk-vis-lon.
           MOVE      arqimporterrovisita-checkin-hora TO wk-vis-hora.
           MOVE      SPACES         TO          wk-acao
                                                 wk-msg.

           DISPLAY   SC-TELA-VISITA-REJ.
           ACCEPT    SC-TELA-VISITA-REJ.

           IF        wk-acao        EQUAL       'G'
               PERFORM              0083-CONSISTE-VISITA
               IF    wk-corrigido   EQUAL       'S'
                   MOVE 'N'         TO    wk-fila-pendente(wk-fila-idx)
               ELSE
                   MOVE wk-msg      TO
                                    arqimporterrovisita-motivo
                   PERFORM          0087A-MOVE-TELA-ERRO
                   PERFORM          0088-ATUALIZA-FILA
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The checks registravisita makes on a keyed sheet line.
       0083-CONSISTE-VISITA.

           MOVE      'N'            TO          wk-corrigido.
           MOVE      SPACES         TO          wk-msg.

           IF        wk-vis-vendedor EQUAL      ZEROS
            OR       wk-vis-cliente EQUAL       ZEROS
            OR       wk-vis-data-planejada EQUAL ZEROS
               MOVE  'Informar vendedor, cliente e data planejada'
                                    TO          wk-msg
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-vis-vendedor TO         ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Vendedor nao cadastrado' TO          wk-msg
               END-READ
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               MOVE  wk-vis-cliente TO          arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 MOVE 'Cliente nao cadastrado'  TO          wk-msg
               END-READ
           END-IF.

           IF        wk-msg         EQUAL       SPACES
            AND      wk-vis-resultado NOT EQUAL 'V'
            AND      wk-vis-resultado NOT EQUAL 'P'
            AND      wk-vis-resultado NOT EQUAL 'F'
               MOVE  'Resultado deve ser V, P ou F'
                                    TO          wk-msg
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               IF    wk-vis-resultado EQUAL     'V'
                AND  wk-vis-data-realizada EQUAL ZEROS
                   MOVE wk-vis-data-planejada TO
                                    wk-vis-data-realizada
               END-IF
               PERFORM              0084-VALIDA-CHECKIN
               PERFORM              0086-GRAVA-VISITA
           END-IF.
      *---------------------------------------------------------------
       0084-VALIDA-CHECKIN.

           MOVE      ZEROS          TO          wk-vis-distancia.
           IF        wk-vis-resultado EQUAL     'P'
               MOVE  SPACES         TO          wk-vis-situacao
           ELSE
            IF       wk-vis-lat     EQUAL       ZEROS
             AND     wk-vis-lon     EQUAL       ZEROS
               MOVE  'N'            TO          wk-vis-situacao
            ELSE
             IF      arqcliente-lat EQUAL       ZEROS
              AND    arqcliente-lon EQUAL       ZEROS
               MOVE  'S'            TO          wk-vis-situacao
             ELSE
               PERFORM              0085-CALCULA-DISTANCIA
               MOVE  wk-km-calculado TO         wk-vis-distancia
               IF    wk-vis-distancia >         wk-tolerancia
                   MOVE 'F'         TO          wk-vis-situacao
               ELSE
                   MOVE 'O'         TO          wk-vis-situacao
               END-IF
             END-IF
            END-IF
           END-IF.
      *---------------------------------------------------------------
       0085-CALCULA-DISTANCIA.

           COMPUTE   wk-dlat-rad    =
                     (wk-vis-lat - arqcliente-lat) * wk-pi / 180.
           COMPUTE   wk-dlon-rad    =
                     (wk-vis-lon - arqcliente-lon) * wk-pi / 180.
           COMPUTE   wk-hav-a       =
                     FUNCTION SIN(wk-dlat-rad / 2) ** 2 +
                     FUNCTION COS(arqcliente-lat * wk-pi / 180) *
                     FUNCTION COS(wk-vis-lat * wk-pi / 180) *
                     FUNCTION SIN(wk-dlon-rad / 2) ** 2.
           COMPUTE   wk-hav-c       =
                     2 * FUNCTION ASIN(FUNCTION SQRT(wk-hav-a)).
           COMPUTE   wk-km-calculado =
                     wk-hav-c * wk-raio-terra
            ON SIZE ERROR
             MOVE    99999,99       TO          wk-km-calculado
           END-COMPUTE.
      *---------------------------------------------------------------
       0086-GRAVA-VISITA.

           MOVE      'N'            TO          wk-vis-existe.
           MOVE      wk-vis-vendedor TO
                                    arqvisita-vendedor-codigo.
           MOVE      wk-vis-data-planejada TO
                                    arqvisita-data-planejada.
           MOVE      wk-vis-cliente TO
                                    arqvisita-cliente-codigo.
           READ      ARQVISITA      KEY IS      ARQVISITA-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO          wk-vis-existe
           END-READ.

           MOVE      wk-vis-vendedor TO
                                    arqvisita-vendedor-codigo.
           MOVE      wk-vis-data-planejada TO
                                    arqvisita-data-planejada.
           MOVE      wk-vis-cliente TO
                                    arqvisita-cliente-codigo.
           MOVE      wk-vis-data-realizada TO
                                    arqvisita-data-realizada.
           MOVE      wk-vis-resultado TO        arqvisita-resultado.
           MOVE      wk-vis-nota    TO          arqvisita-nota.
           MOVE      'MOBILE'       TO          arqvisita-operador.
           MOVE      wk-vis-lat     TO          arqvisita-checkin-lat.
           MOVE      wk-vis-lon     TO          arqvisita-checkin-lon.
           MOVE      wk-vis-hora    TO          arqvisita-checkin-hora.
           MOVE      wk-vis-distancia TO
                                    arqvisita-checkin-distancia.
           MOVE      wk-vis-situacao TO
                                    arqvisita-checkin-situacao.
           IF        wk-vis-existe  EQUAL       'S'
               REWRITE arqvisita-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQVISITA
                                                 WK-MSG
                NOT INVALID KEY
                 MOVE 'S'           TO          wk-corrigido
               END-REWRITE
           ELSE
               WRITE arqvisita-registro
                INVALID KEY
                 CALL 'fsmensagem' USING        FS-ARQVISITA
                                                 WK-MSG
                NOT INVALID KEY
                 MOVE 'S'           TO          wk-corrigido
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
       0087A-MOVE-TELA-ERRO.

           MOVE      wk-vis-vendedor TO
                                    arqimporterrovisita-vendedor-codigo.
           MOVE      wk-vis-cliente TO
                                    arqimporterrovisita-cliente-codigo.
           MOVE      wk-vis-data-planejada TO
                                    arqimporterrovisita-data-planejada.
           MOVE      wk-vis-data-realizada TO
                                    arqimporterrovisita-data-realizada.
           MOVE      wk-vis-resultado TO
                                    arqimporterrovisita-resultado.
           MOVE      wk-vis-nota    TO
                                    arqimporterrovisita-nota.
           MOVE      wk-vis-lat     TO
                                    arqimporterrovisita-checkin-lat.
           MOVE      wk-vis-lon     TO
                                    arqimporterrovisita-checkin-lon.
           MOVE      wk-vis-hora    TO
                                    arqimporterrovisita-checkin-hora.
      *---------------------------------------------------------------
       0088-ATUALIZA-FILA.

           MOVE      arqimporterrovisita-registro TO
                                    wk-fila-registro(wk-fila-idx).
      *---------------------------------------------------------------
       0089-REGRAVA-ERROS.

           OPEN      OUTPUT       ARQIMPORTERROVISITA.
           PERFORM   0089A-REGRAVA-PENDENTE
             VARYING wk-fila-idx    FROM        1
               BY    1
               UNTIL wk-fila-idx    >           wk-fila-qtd.
           CLOSE     ARQIMPORTERROVISITA.
      *---------------------------------------------------------------
       0089A-REGRAVA-PENDENTE.

           IF        wk-fila-pendente(wk-fila-idx) EQUAL 'S'
               MOVE  wk-fila-registro(wk-fila-idx)
                            TO     arqimporterrovisita-registro
               WRITE arqimporterrovisita-registro
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

