              05 wk-vigencia-ini        pic 9(008) value zeros.
              05 wk-vigencia-fim        pic 9(008) value zeros.
              05 wk-taxa                pic 9(003)v9(002) value zeros.
              05 wk-taxa-ant            pic 9(003)v9(002) value zeros.

           01  wk-operador              pic x(010) value spaces.

           copy "arqaprovacaocalc.cpy".

           copy "arqcontratofs.cpy".
           copy "arqclientefs.cpy".
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'operadoratual' USING       wk-operador.

           OPEN      I-O          ARQCONTRATO.
           IF        FS-ARQCONTRATO EQUAL       '05'
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO           wk-existe
             MOVE    arqcontrato-taxa TO         wk-taxa-ant
           END-READ.

           MOVE      wk-cliente-codigo TO
           MOVE      wk-vigencia-fim TO
                                    arqcontrato-vigencia-fim.
           MOVE      wk-taxa        TO           arqcontrato-taxa.
           SET       wk-ap-livre                 TO          TRUE.
           IF        wk-existe      EQUAL        'S'
            AND      wk-taxa        NOT EQUAL    wk-taxa-ant
               PERFORM              0025-RETEM-TAXA
           END-IF.
           IF        wk-existe      EQUAL        'S'
               REWRITE arqcontrato-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQCONTRATO
                                                  WK-MSG
                NOT INVALID KEY
                 EVALUATE TRUE
                  WHEN wk-ap-retida
                   MOVE 'Contrato alterado - taxa aguarda aprovacao'
                                    TO           wk-msg
                  WHEN wk-ap-indisponivel
                   MOVE 'Contrato alterado - taxa mantida'
                                    TO           wk-msg
                  WHEN OTHER
                   MOVE 'Contrato alterado'      TO          wk-msg
                 END-EVALUATE
               END-REWRITE
           ELSE
               WRITE arqcontrato-registro
               END-WRITE
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    The contract rate replaces the vendedor's default on every
      *    sale of the account: a change to an existing contract's
      *    rate waits for a supervisor other than this operator when
      *    the config marks it sensitive, and the old rate stays in
      *    force meanwhile. The vigencia is written as keyed.
       0025-RETEM-TAXA.

           MOVE      'CONTRATO'     TO           wk-ap-entidade.
           MOVE      wk-cliente-codigo TO        wk-ap-codigo.
           MOVE      wk-vendedor-codigo TO       wk-ap-codigo-2.
           MOVE      1              TO           wk-ap-campo.
           MOVE      wk-taxa-ant    TO           wk-ap-valor-ant.
           MOVE      wk-taxa        TO           wk-ap-valor-novo.
           MOVE      ZEROS          TO           wk-ap-data-efetiva.
           MOVE      wk-operador    TO           wk-ap-operador.
           CALL      'retemaprovacao' USING      wk-aprovacao.
           IF        NOT wk-ap-livre
               MOVE  wk-taxa-ant    TO           arqcontrato-taxa
           END-IF.
      *---------------------------------------------------------------
       0040-EXCLUI-CONTRATO.

