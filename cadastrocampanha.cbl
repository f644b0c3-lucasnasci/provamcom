       program-id. cadastrocampanha as "cadastrocampanha".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcampanhaselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqregiaoselect.cpy".

       data division.

           file section.

           copy "arqcampanhafd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqregiaofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcampanha   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\campanha.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-existe              pic x(001) value 'N'.
              05 wk-tem-produto         pic x(001) value 'N'.
              05 wk-tem-regiao          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-idx                   pic 9(002) value zeros.
           01  wk-qtd-produtos          pic 9(002) value zeros.

      *    The campaign as keyed on the screens.
           01  wk-campanha.
              05 wk-codigo              pic 9(005) value zeros.
              05 wk-descricao           pic x(040) value spaces.
              05 wk-data-ini            pic 9(008) value zeros.
              05 wk-data-fim            pic 9(008) value zeros.
              05 wk-alvo                pic x(001) value 'P'.
              05 wk-produtos.
                 07 wk-produto          occurs 10 pic 9(005).
              05 wk-linha               pic x(001) value spaces.
              05 wk-bonus               pic x(001) value 'U'.
              05 wk-valor-unidade       pic 9(005)v9(002) value zeros.
              05 wk-percentual          pic 9(003)v9(002) value zeros.
              05 wk-regioes.
                 07 wk-regiao           occurs 10 pic 9(007).
              05 wk-situacao            pic x(001) value 'A'.

           copy "arqcampanhafs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqregiaofs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CAMPANHAS DE INCENTIVO (SPIFF)".
               05  line  3   col 05 value
                         "1 Para editar uma campanha".
               05  line  4   col 05 value
                         "9 Para encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CODIGO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CAMPANHA DE INCENTIVO".
               05  line  3   col 05 value
                         "Codigo da campanha".
               05  line  3   col  43   using wk-codigo.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CAMPANHA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CAMPANHA DE INCENTIVO".
               05  line  1   col  43   using wk-codigo.
               05  line  2   col  05 value
                         "Descricao".
               05  line  2   col  20   using wk-descricao.
               05  line  3   col  05 value
                         "Periodo (AAAAMMDD) de / ate".
               05  line  3   col  43   using wk-data-ini.
               05  line  3   col  53   using wk-data-fim.
               05  line  4   col  05 value
                         "Alvo (P produtos / L linha)".
               05  line  4   col  43   using wk-alvo.
               05  line  5   col  05 value
                         "Produtos".
               05  line  5   col  20   using wk-produto(1).
               05  line  5   col  27   using wk-produto(2).
               05  line  5   col  34   using wk-produto(3).
               05  line  5   col  41   using wk-produto(4).
               05  line  5   col  48   using wk-produto(5).
               05  line  6   col  20   using wk-produto(6).
               05  line  6   col  27   using wk-produto(7).
               05  line  6   col  34   using wk-produto(8).
               05  line  6   col  41   using wk-produto(9).
               05  line  6   col  48   using wk-produto(10).
               05  line  7   col  05 value
                         "Linha (A / B)".
               05  line  7   col  43   using wk-linha.
               05  line  8   col  05 value
                         "Bonus (U por unidade / P percentual)".
               05  line  8   col  43   using wk-bonus.
               05  line  9   col  05 value
                         "Valor por unidade".
               05  line  9   col  43   using wk-valor-unidade.
               05  line  10  col  05 value
                         "Percentual sobre o vendido".
               05  line  10  col  43   using wk-percentual.
               05  line  11  col  05 value
                         "Regioes (vazio = todas)".
               05  line  12  col  05   using wk-regiao(1).
               05  line  12  col  14   using wk-regiao(2).
               05  line  12  col  23   using wk-regiao(3).
               05  line  12  col  32   using wk-regiao(4).
               05  line  12  col  41   using wk-regiao(5).
               05  line  13  col  05   using wk-regiao(6).
               05  line  13  col  14   using wk-regiao(7).
               05  line  13  col  23   using wk-regiao(8).
               05  line  13  col  32   using wk-regiao(9).
               05  line  13  col  41   using wk-regiao(10).
               05  line  14  col  05 value
                         "Situacao (A ativa / I inativa)".
               05  line  14  col  43   using wk-situacao.
               05  line  16  col  05   using wk-msg.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.

      *    Upkeep of the sales incentive campaigns marketing runs.
      *    The close (fechacomissao) pays them from the items of the
      *    notas it settles; a campaign is never deleted -- once it
      *    has paid, inactivating it keeps the results readable.
       0000-controle.
       INITIALIZE    wk-workarea
                     wk-campanha.
           MOVE      'S'            TO          fl-ok.
           ACCEPT    wk-hoje        FROM        DATE.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           OPEN      I-O          ARQCAMPANHA.
           IF        FS-ARQCAMPANHA EQUAL       '05'
            OR       FS-ARQCAMPANHA EQUAL       '35'
               CLOSE      ARQCAMPANHA
               OPEN       OUTPUT      ARQCAMPANHA
               CLOSE      ARQCAMPANHA
               OPEN       I-O         ARQCAMPANHA
           END-IF.
           IF        FS-ARQCAMPANHA NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCAMPANHA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQPRODUTO.
           IF        FS-ARQPRODUTO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-produto
           END-IF.
           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-regiao
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.
           INITIALIZE  wk-campanha.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-EDITA-CAMPANHA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0020-EDITA-CAMPANHA.

           DISPLAY    SC-TELA-CODIGO.
           ACCEPT     SC-TELA-CODIGO.
           MOVE       SPACES         TO          wk-msg.
           IF         wk-codigo      EQUAL       ZEROS
               MOVE  'Informar o codigo da campanha'
                                    TO           wk-msg
               PERFORM              0020-EDITA-CAMPANHA
           ELSE
               PERFORM              0021-MOSTRA-CAMPANHA
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-MOSTRA-CAMPANHA.

           MOVE      wk-empresa-corrente TO      arqcampanha-empresa.
           MOVE      wk-codigo      TO           arqcampanha-codigo.
           READ      ARQCAMPANHA    KEY IS       ARQCAMPANHA-CHAVE
            INVALID KEY
             MOVE    'N'            TO           wk-existe
             MOVE    'P'            TO           wk-alvo
             MOVE    'U'            TO           wk-bonus
             MOVE    'A'            TO           wk-situacao
            NOT INVALID KEY
             MOVE    'S'            TO           wk-existe
             MOVE    arqcampanha-descricao TO    wk-descricao
             MOVE    arqcampanha-data-ini TO     wk-data-ini
             MOVE    arqcampanha-data-fim TO     wk-data-fim
             MOVE    arqcampanha-alvo TO         wk-alvo
             MOVE    arqcampanha-produtos TO     wk-produtos
             MOVE    arqcampanha-linha TO        wk-linha
             MOVE    arqcampanha-bonus TO        wk-bonus
             MOVE    arqcampanha-valor-unidade TO
                                    wk-valor-unidade
             MOVE    arqcampanha-percentual-bonus TO
                                    wk-percentual
             MOVE    arqcampanha-regioes TO      wk-regioes
             MOVE    arqcampanha-situacao TO     wk-situacao
           END-READ.
           PERFORM   0022-ACEITA-CAMPANHA.
      *---------------------------------------------------------------
       0022-ACEITA-CAMPANHA.

           DISPLAY    SC-TELA-CAMPANHA.
           ACCEPT     SC-TELA-CAMPANHA.
           MOVE       SPACES         TO          wk-msg.
           PERFORM    0023-CONSISTE-CAMPANHA.
           IF         wk-msg         NOT EQUAL   SPACES
               PERFORM              0022-ACEITA-CAMPANHA
           ELSE
               PERFORM              0030-GRAVA-CAMPANHA
           END-IF.
      *---------------------------------------------------------------
      *    The period must be real dates in order; the alvo names
      *    products on file or a linha; the bonus is per unit or a
      *    percentage of the value sold, never both; every regiao
      *    listed must exist in the empresa.
       0023-CONSISTE-CAMPANHA.

           IF        wk-descricao   EQUAL        SPACES
               MOVE  'Informar a descricao'      TO          wk-msg
           END-IF.
           IF        wk-msg         EQUAL        SPACES
               IF    FUNCTION TEST-DATE-YYYYMMDD(wk-data-ini)
                                    NOT EQUAL    ZEROS
                OR   FUNCTION TEST-DATE-YYYYMMDD(wk-data-fim)
                                    NOT EQUAL    ZEROS
                   MOVE 'Data invalida'          TO          wk-msg
               ELSE
                   IF wk-data-fim   LESS         wk-data-ini
                       MOVE 'Fim do periodo antes do inicio'
                                    TO           wk-msg
                   END-IF
               END-IF
           END-IF.
           IF        wk-msg         EQUAL        SPACES
               EVALUATE TRUE
                WHEN wk-alvo        EQUAL        'P'
                   MOVE SPACES      TO           wk-linha
                   MOVE ZEROS       TO           wk-qtd-produtos
                   PERFORM          0024-CONSISTE-PRODUTO
                     VARYING wk-idx FROM         1
                       BY    1
                       UNTIL wk-idx >            10
                   IF wk-msg        EQUAL        SPACES
                    AND wk-qtd-produtos EQUAL    ZEROS
                       MOVE 'Informar ao menos um produto'
                                    TO           wk-msg
                   END-IF
                WHEN wk-alvo        EQUAL        'L'
                   MOVE ZEROS       TO           wk-produtos
                   IF wk-linha      NOT EQUAL    'A'
                    AND wk-linha    NOT EQUAL    'B'
                       MOVE 'Linha deve ser A ou B' TO       wk-msg
                   END-IF
                WHEN OTHER
                   MOVE 'Alvo deve ser P ou L'   TO          wk-msg
               END-EVALUATE
           END-IF.
           IF        wk-msg         EQUAL        SPACES
               EVALUATE TRUE
                WHEN wk-bonus       EQUAL        'U'
                   MOVE ZEROS       TO           wk-percentual
                   IF wk-valor-unidade EQUAL     ZEROS
                       MOVE 'Informar o valor por unidade'
                                    TO           wk-msg
                   END-IF
                WHEN wk-bonus       EQUAL        'P'
                   MOVE ZEROS       TO           wk-valor-unidade
                   IF wk-percentual EQUAL        ZEROS
                    OR wk-percentual GREATER     100
                       MOVE 'Percentual entre 0,01 e 100'
                                    TO           wk-msg
                   END-IF
                WHEN OTHER
                   MOVE 'Bonus deve ser U ou P'  TO          wk-msg
               END-EVALUATE
           END-IF.
           IF        wk-msg         EQUAL        SPACES
               PERFORM              0025-CONSISTE-REGIAO
                 VARYING wk-idx     FROM         1
                   BY    1
                   UNTIL wk-idx     >            10
           END-IF.
           IF        wk-msg         EQUAL        SPACES
            AND      wk-situacao    NOT EQUAL    'A'
            AND      wk-situacao    NOT EQUAL    'I'
               MOVE  'Situacao deve ser A ou I'  TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       0024-CONSISTE-PRODUTO.

           IF        wk-produto(wk-idx) NOT EQUAL ZEROS
               ADD   1              TO           wk-qtd-produtos
               IF    wk-tem-produto EQUAL        'S'
                AND  wk-msg         EQUAL        SPACES
                   MOVE wk-produto(wk-idx) TO    arqproduto-codigo
                   READ ARQPRODUTO  KEY IS       ARQPRODUTO-CODIGO
                    INVALID KEY
                     MOVE 'Produto nao cadastrado' TO        wk-msg
                   END-READ
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0025-CONSISTE-REGIAO.

           IF        wk-regiao(wk-idx) NOT EQUAL ZEROS
            AND      wk-tem-regiao  EQUAL        'S'
            AND      wk-msg         EQUAL        SPACES
               MOVE  wk-empresa-corrente TO      arqregiao-empresa
               MOVE  wk-regiao(wk-idx) TO        arqregiao-codigo
               READ  ARQREGIAO      KEY IS       ARQREGIAO-CHAVE
                INVALID KEY
                 MOVE 'Regiao nao cadastrada'    TO          wk-msg
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0030-GRAVA-CAMPANHA.

           CALL      'operadoratual' USING       wk-operador.
           MOVE      wk-empresa-corrente TO      arqcampanha-empresa.
           MOVE      wk-codigo      TO           arqcampanha-codigo.
           MOVE      wk-descricao   TO           arqcampanha-descricao.
           MOVE      wk-data-ini    TO           arqcampanha-data-ini.
           MOVE      wk-data-fim    TO           arqcampanha-data-fim.
           MOVE      wk-alvo        TO           arqcampanha-alvo.
           MOVE      wk-produtos    TO           arqcampanha-produtos.
           MOVE      wk-linha       TO           arqcampanha-linha.
           MOVE      wk-bonus       TO           arqcampanha-bonus.
           MOVE      wk-valor-unidade TO
                                    arqcampanha-valor-unidade.
           MOVE      wk-percentual  TO
                                    arqcampanha-percentual-bonus.
           MOVE      wk-regioes     TO           arqcampanha-regioes.
           MOVE      wk-situacao    TO           arqcampanha-situacao.
           MOVE      wk-operador    TO           arqcampanha-operador.
           MOVE      wk-hoje        TO           arqcampanha-data.
           IF        wk-existe      EQUAL        'S'
               REWRITE arqcampanha-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQCAMPANHA
                                                  WK-MSG
               END-REWRITE
           ELSE
               WRITE arqcampanha-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQCAMPANHA
                                                  WK-MSG
               END-WRITE
           END-IF.
           IF        wk-msg         EQUAL        SPACES
               MOVE  'Campanha gravada'          TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.
                 if fl-ok equal 'S'
                     close arqcampanha
                 end-if.
                 if wk-tem-produto equal 'S'
                     close arqproduto
                 end-if.
                 if wk-tem-regiao equal 'S'
                     close arqregiao
                 end-if.
                 GOBACK.
           exit program.

       end program cadastrocampanha.
