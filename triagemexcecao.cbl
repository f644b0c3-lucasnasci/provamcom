              05 wk-escalada            pic x(001) value 'N'.
              05 wk-passada              pic 9(001) value zeros.

           copy "arqmensagemcalc.cpy".

           copy "arqtriagemfs.cpy".
           copy "arqslacfgfs.cpy".
           copy "arqcalendariofs.cpy".
               05  line  1   col  05 VALUE
                         "ITEM EM TRIAGEM".
               05  line  3   col  05 value
                         "Tipo (E exc/C cob/I inat/R risc/G grp/Q rec)".
               05  line  3   col  48   using wk-tipo.
               05  line  4   col  05 value
                         "Cliente".
                 END-REWRITE
                 ADD  1             TO           wk-tot-escalados
                 MOVE 'ESCALADO'    TO           wk-ls-situacao
                 PERFORM            0034-ENFILEIRA-ESCALACAO
             END-IF
           END-EVALUATE.
           WRITE     arqrelsla-linha FROM        wk-lin-sla.
               MOVE  'N'            TO           wk-dia-feriado
               IF    FS-ARQCALENDARIO EQUAL     ZEROS
                   MOVE wk-data-corrente TO     arqcalendario-data
                   MOVE SPACES           TO     arqcalendario-uf
                                                arqcalendario-cidade
                   READ ARQCALENDARIO KEY IS    ARQCALENDARIO-CHAVE
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                   ADD  1           TO           wk-dias-uteis
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The escalation is told through the message spool: to the
      *    operador who last worked the item, or -- nobody having
      *    touched it yet -- with a blank operador, which the mailer
      *    delivers to the supervision mailbox.
       0034-ENFILEIRA-ESCALACAO.

           INITIALIZE                wk-envia-mensagem.
           SET       wk-mn-operador TO           TRUE.
           MOVE      arqtriagem-operador TO      wk-mn-operador-codigo.
           MOVE      arqtriagem-cliente-codigo TO
                                    wk-mn-cliente-codigo.
           MOVE      'SLAESCAL'     TO           wk-mn-modelo.
           MOVE      'triagemexcecao' TO         wk-mn-programa.
           STRING    'Item de triagem escalado - cliente '
                     DELIMITED BY SIZE
                     arqtriagem-cliente-codigo DELIMITED BY SIZE
                     INTO wk-mn-assunto.
           STRING    'Tipo ' DELIMITED BY SIZE
                     arqtriagem-tipo DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     arqtriagem-cliente-raz-soc DELIMITED BY '  '
                     ' - ' DELIMITED BY SIZE
                     arqtriagem-detalhe DELIMITED BY '  '
                     '. Aberto em ' DELIMITED BY SIZE
                     arqtriagem-data-criacao DELIMITED BY SIZE
                     ', ' DELIMITED BY SIZE
                     wk-ls-dias DELIMITED BY SIZE
                     ' dias uteis, acima do prazo de ' DELIMITED BY SIZE
                     wk-sla-limite DELIMITED BY SIZE
                     ' mais carencia de ' DELIMITED BY SIZE
                     wk-sla-carencia DELIMITED BY SIZE
                     '. Tratar na opcao 1 da triagem.'
                     DELIMITED BY SIZE
                     INTO wk-mn-texto.
           CALL      'enviamensagem' USING       wk-envia-mensagem.
      *---------------------------------------------------------------
       0040-CONFIGURA-SLA.

