              05 wk-descricao           pic  x(040) value spaces.
              05 wk-linha-produto       pic  x(001) value spaces.
              05 wk-preco-unitario      pic  9(007)v9(002) value zeros.
              05 wk-custo               pic  9(007)v9(002) value zeros.
              05 wk-estoque-insuf       pic  x(001) value spaces.
              05 wk-status              pic  x(001) value spaces.

           copy "arqprodutofs.cpy".
                         "Informe o preco unitario".
               05  line  6   col  43   using wk-preco-unitario.

               05  line  7   col 05 value
                         "Informe o custo unitario".
               05  line  7   col  43   using wk-custo.

               05  line  8   col 05 value
                         "Sem saldo: A avisa / R recusa a venda".
               05  line  8   col  43   using wk-estoque-insuf.

               05  line  10   col  43  using wk-msg.
      *------------------------------------------------------------------------

                                    arqproduto-linha-produto.
           MOVE      wk-preco-unitario TO
                                    arqproduto-preco-unitario.
           MOVE      wk-custo       TO          arqproduto-custo.
           MOVE      wk-estoque-insuf TO
                                    arqproduto-estoque-insuf.
           SET       arqproduto-ativo            TO          TRUE.
           WRITE     arqproduto-registro
            INVALID KEY
                                    to           wk-msg
               perform 0020-INCLUSAO
           END-IF.

           IF        wk-estoque-insuf EQUAL      SPACES
               MOVE  'A'            TO           wk-estoque-insuf
           END-IF.
           IF        wk-estoque-insuf NOT EQUAL  'A'
            AND      wk-estoque-insuf NOT EQUAL  'R'
               MOVE  'Sem saldo deve ser A ou R'
                                    to           wk-msg
               perform 0020-INCLUSAO
           END-IF.
      *---------------------------------------------------------------
       0030-ALTERACAO.

             MOVE    arqproduto-linha-produto TO wk-linha-produto
             MOVE    arqproduto-preco-unitario TO
                                    wk-preco-unitario
             MOVE    arqproduto-custo TO         wk-custo
             MOVE    arqproduto-estoque-insuf TO wk-estoque-insuf
             DISPLAY SC-TELA-CADASTRO
             ACCEPT  SC-TELA-CADASTRO
             initialize wk-msg
                                    arqproduto-linha-produto
             MOVE    wk-preco-unitario TO
                                    arqproduto-preco-unitario
             MOVE    wk-custo       TO           arqproduto-custo
             MOVE    wk-estoque-insuf TO
                                    arqproduto-estoque-insuf
             REWRITE arqproduto-registro
              INVALID KEY
               CALL  'fsmensagem' USING          FS-ARQPRODUTO
