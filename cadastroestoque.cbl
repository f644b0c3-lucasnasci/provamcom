       program-id. cadastroestoque as "cadastroestoque".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqprodutoselect.cpy".
           copy "arqcdselect.cpy".

       data division.

           file section.

           copy "arqprodutofd.cpy".
           copy "arqcdfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqcd         pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cd.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value spaces.
              05 wk-msg                 pic X(050) value spaces.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.
           01  wk-tem-cd                pic x(001) value 'N'.

           01  wk-movimento.
              05 wk-titulo              pic  x(040) value spaces.
              05 wk-cd-codigo           pic  9(005) value zeros.
              05 wk-produto-codigo      pic  9(005) value zeros.
              05 wk-descricao           pic  x(040) value spaces.
              05 wk-quantidade          pic  9(007) value zeros.
              05 wk-numero-nf           pic  9(009) value zeros.
              05 wk-saldo               pic s9(007) value zeros.
              05 wk-reservado           pic  9(007) value zeros.
              05 wk-minimo              pic  9(007) value zeros.
              05 wk-disponivel          pic s9(007) value zeros.
              05 wk-consiste            pic  x(001) value 'S'.

           copy "arqestoquecalc.cpy".

           copy "arqprodutofs.cpy".
           copy "arqcdfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "SALDO DE ESTOQUE".
               05  line  3   col 05 value
                         "1 Para entrada de mercadoria".
               05  line  4   col 05 value
                         "2 Para ajuste de inventario".
               05  line  5   col 05 value
                         "3 Para estoque minimo".
               05  line  6   col 05 value
                         "4 Para consulta de saldo".
               05  line  7   col 05 value
                         "9 Para encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

           01  SC-TELA-MOVIMENTO.
               05  blank screen.
               05  line  1   col  05   using wk-titulo.
               05  line  3   col 05 value
                         "Informe o deposito (0 = sem CD)".
               05  line  3   col  43   using wk-cd-codigo.
               05  line  4   col 05 value
                         "Informe o codigo do produto".
               05  line  4   col  43   using wk-produto-codigo.
               05  line  5   col 05 value
                         "Quantidade / saldo contado / minimo".
               05  line  5   col  43   using wk-quantidade.
               05  line  6   col 05 value
                         "Nota fiscal de entrada (opcional)".
               05  line  6   col  43   using wk-numero-nf.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

           01  SC-TELA-POSICAO.
               05  blank screen.
               05  line  1   col  05   using wk-titulo.
               05  line  3   col 05 value
                         "Deposito".
               05  line  3   col  43   using wk-cd-codigo.
               05  line  4   col 05 value
                         "Produto".
               05  line  4   col  43   using wk-produto-codigo.
               05  line  5   col  43   using wk-descricao.
               05  line  6   col 05 value
                         "Saldo".
               05  line  6   col  43   using wk-saldo.
               05  line  7   col 05 value
                         "Reservado por vendas em digitacao".
               05  line  7   col  43   using wk-reservado.
               05  line  8   col 05 value
                         "Disponivel".
               05  line  8   col  43   using wk-disponivel.
               05  line  9   col 05 value
                         "Estoque minimo".
               05  line  9   col  43   using wk-minimo.
               05  line  10  col  43   using wk-msg.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.

      *    Entries, inventory counts and minimum levels of the stock
      *    sales entry draws on. Every change goes through
      *    movimentaestoque, which also journals it; the position
      *    left is shown after each one.
       0000-controle.
       INITIALIZE    wk-movimento
                     wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           CALL      'operadoratual' USING      wk-operador.
           OPEN      INPUT        ARQPRODUTO.
           IF        FS-ARQPRODUTO  NOT EQUAL  ZEROS
               CALL  'fsmensagem'   USING        FS-ARQPRODUTO
                                                  WK-MSG
           END-IF.
      *    Without the depot master only the no-depot stock (00000)
      *    can be kept.
           OPEN      INPUT        ARQCD.
           IF        FS-ARQCD       EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-cd
           ELSE
               MOVE  'N'            TO          wk-tem-cd
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.
            INITIALIZE    wk-movimento
                          SC-TELA-INICIAL.
           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.
           initialize  wk-msg.

           IF          WK-OPCAO      EQUAL      '1'
             MOVE      'ENTRADA DE MERCADORIA' TO wk-titulo
             SET       wk-es-entrada TO         TRUE
             PERFORM   0020-MOVIMENTA
           END-IF.
           IF          WK-OPCAO      EQUAL      '2'
             MOVE      'AJUSTE DE INVENTARIO' TO wk-titulo
             SET       wk-es-ajuste TO          TRUE
             PERFORM   0020-MOVIMENTA
           END-IF.
           IF          WK-OPCAO      EQUAL      '3'
             MOVE      'ESTOQUE MINIMO' TO      wk-titulo
             SET       wk-es-minimo TO          TRUE
             PERFORM   0020-MOVIMENTA
           END-IF.
           IF          WK-OPCAO      EQUAL      '4'
             MOVE      'CONSULTA DE SALDO' TO   wk-titulo
             SET       wk-es-consulta TO        TRUE
             PERFORM   0020-MOVIMENTA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  '9'
            PERFORM     0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0020-MOVIMENTA.

           DISPLAY    SC-TELA-MOVIMENTO.
           ACCEPT     SC-TELA-MOVIMENTO.
           initialize  wk-msg.
           PERFORM    0025-CONSISTE-TELA.
           IF         wk-consiste    NOT EQUAL   'S'
               PERFORM              0020-MOVIMENTA
           ELSE
               PERFORM              0030-GRAVA-MOVIMENTO
           END-IF.
      *---------------------------------------------------------------
      *    The product must exist; a depot other than 00000 must be
      *    on the depot master. An entrada must bring something in --
      *    a zero count or a zero minimum are legitimate and stand.
      *    Inactive products and closed depots may still be counted
      *    and consulted, so what is left on their shelves can be
      *    brought to zero.
       0025-CONSISTE-TELA.

           MOVE      'S'            TO           wk-consiste.
           MOVE      wk-produto-codigo TO        arqproduto-codigo.
           READ      ARQPRODUTO     KEY IS       ARQPRODUTO-CODIGO
            INVALID KEY
             MOVE    'Produto nao cadastrado'    TO          wk-msg
             MOVE    'N'            TO           wk-consiste
            NOT INVALID KEY
             MOVE    arqproduto-descricao TO     wk-descricao
             IF      arqproduto-inativo
              AND    wk-es-entrada
                 MOVE 'Produto inativo'          TO          wk-msg
                 MOVE 'N'           TO           wk-consiste
             END-IF
           END-READ.

           IF        wk-consiste    EQUAL        'S'
            AND      wk-cd-codigo   NOT EQUAL    ZEROS
               IF    wk-tem-cd      NOT EQUAL    'S'
                   MOVE 'Deposito nao cadastrado' TO         wk-msg
                   MOVE 'N'         TO           wk-consiste
               ELSE
                   MOVE wk-empresa-corrente TO   arqcd-empresa
                   MOVE wk-cd-codigo TO          arqcd-codigo
                   READ ARQCD       KEY IS       ARQCD-CHAVE
                    INVALID KEY
                     MOVE 'Deposito nao cadastrado'
                                    TO           wk-msg
                     MOVE 'N'       TO           wk-consiste
                    NOT INVALID KEY
                     IF   arqcd-fechado
                      AND wk-es-entrada
                         MOVE 'Deposito fechado' TO          wk-msg
                         MOVE 'N'   TO           wk-consiste
                     END-IF
                   END-READ
               END-IF
           END-IF.

           IF        wk-consiste    EQUAL        'S'
            AND      wk-es-entrada
            AND      wk-quantidade  EQUAL        ZEROS
               MOVE  'Informar a quantidade recebida'
                                    TO           wk-msg
               MOVE  'N'            TO           wk-consiste
           END-IF.
      *---------------------------------------------------------------
       0030-GRAVA-MOVIMENTO.

           MOVE      wk-empresa-corrente TO      wk-es-empresa.
           MOVE      wk-cd-codigo   TO           wk-es-cd-codigo.
           MOVE      wk-produto-codigo TO        wk-es-produto-codigo.
           MOVE      wk-quantidade  TO           wk-es-quantidade.
           IF        wk-es-entrada
               MOVE  wk-numero-nf   TO           wk-es-numero-nf
           ELSE
               MOVE  ZEROS          TO           wk-es-numero-nf
           END-IF.
           MOVE      wk-operador    TO           wk-es-operador.
           CALL      'movimentaestoque' USING    wk-estoque.

           EVALUATE  TRUE
            WHEN     wk-es-indisponivel
             MOVE    'Arquivo de estoque indisponivel'
                                    TO           wk-msg
            WHEN     wk-es-sem-registro
             MOVE    'Produto sem estoque neste deposito'
                                    TO           wk-msg
            WHEN     wk-es-consulta
             CONTINUE
            WHEN     OTHER
             MOVE    'Movimento registrado'      TO          wk-msg
           END-EVALUATE.
           MOVE      wk-es-saldo    TO           wk-saldo.
           MOVE      wk-es-reservado TO          wk-reservado.
           MOVE      wk-es-minimo-atual TO       wk-minimo.
           MOVE      wk-es-disponivel TO         wk-disponivel.
           DISPLAY   SC-TELA-POSICAO.
           ACCEPT    SC-TELA-POSICAO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       9999-fim-programa.
                 close arqproduto.
                 if wk-tem-cd equal 'S'
                     close arqcd
                 end-if.
                 GOBACK.
           exit program.

       end program cadastroestoque.
