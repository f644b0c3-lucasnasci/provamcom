              05 wk-numero              pic 9(007) value zeros.

           01  wk-seq-entidade          pic x(008) value spaces.
           01  wk-operador-sessao       pic x(010) value spaces.

           copy "arqaprovacaocalc.cpy".

           copy "arqpendentefs.cpy".

       0000-controle.

           INITIALIZE    wk-workarea.
           CALL      'operadoratual' USING      wk-operador-sessao.
           OPEN      I-O          ARQPENDENTE.
           IF        FS-ARQPENDENTE EQUAL       '05'
            OR       FS-ARQPENDENTE EQUAL       '35'
                   MOVE 'Data efetiva deve ser futura'
                                    TO          wk-msg
               ELSE
                   PERFORM          0011A-SUBMETE-APROVACAO
               END-IF
            END-IF
           END-IF.
      *---------------------------------------------------------------
      *    A scheduled change to a sensitive field is no shortcut past
      *    the maker-checker control: it is queued AGUARDANDO with its
      *    data-efetiva and only becomes PENDENTE once a supervisor
      *    approves it. The logged operator, when there is one, is
      *    the maker on record.
       0011A-SUBMETE-APROVACAO.

           IF        wk-operador-sessao NOT EQUAL SPACES
               MOVE  wk-operador-sessao TO      wk-operador
           END-IF.
           MOVE      wk-entidade    TO          wk-ap-entidade.
           MOVE      wk-codigo      TO          wk-ap-codigo.
           MOVE      ZEROS          TO          wk-ap-codigo-2
                                                 wk-ap-valor-ant.
           MOVE      wk-campo       TO          wk-ap-campo.
           MOVE      wk-valor-novo  TO          wk-ap-valor-novo.
           MOVE      wk-data-efetiva TO         wk-ap-data-efetiva.
           MOVE      wk-operador    TO          wk-ap-operador.
      *    retemaprovacao writes the queue row through its own file
      *    connector, so this one lets go of the file meanwhile.
           CLOSE     ARQPENDENTE.
           CALL      'retemaprovacao' USING     wk-aprovacao.
           OPEN      I-O          ARQPENDENTE.
           EVALUATE  TRUE
            WHEN     wk-ap-livre
             PERFORM 0012-GRAVA-PENDENTE
            WHEN     wk-ap-retida
             MOVE    'Alteracao agendada - aguarda aprovacao'
                                    TO          wk-msg
            WHEN     OTHER
             MOVE    'Fila de aprovacao indisponivel'
                                    TO          wk-msg
           END-EVALUATE.
      *---------------------------------------------------------------
       0012-GRAVA-PENDENTE.

