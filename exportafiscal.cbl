           copy "arqclienteselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqfiscalselect.cpy".
           select arqdivfiscal assign to
                   wk-caminho-arqdivfiscal
                 organization       is line sequential
           copy "arqclientefd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqempresacadfd.cpy".
           copy "arqitemvendafd.cpy".

           copy "arqfiscalfd.cpy".

           fd arqdivfiscal.
           01  arqdivfiscal-linha        pic x(132).
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqfiscal     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\fiscal.dat".
           01  wk-caminho-arqdivfiscal  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\divfiscal.txt".

           copy "arqfiscalfs.cpy".
           01  fs-arqdivfiscal.
               05  fs-arqdivfiscal-1 PIC  X(001).
               05  fs-arqdivfiscal-2 pic  x(001).
           01  wk-competencia           pic 9(006) value zeros.
           01  wk-comp-venda            pic 9(006) value zeros.
           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-nf-itens              pic 9(009) value zeros.
           01  wk-itens-proprios        pic x(001) value 'N'.

           01  wk-controle.
              05 wk-qtd                 pic 9(007) value zeros.
           copy "arqclientefs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqitemvendafs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
                                    TO          wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           OPEN      I-O          ARQPERIODO.
           OPEN      INPUT        ARQITEMVENDA.
      *---------------------------------------------------------------
       0003-VERIFICA-TREINAMENTO.

           END-IF.
      *---------------------------------------------------------------
      *    Only a FECHADO competencia ships: an open month would
      *    send the bookkeeping numbers that are still moving. A
      *    month frozen for closing qualifies -- the cut goes on
      *    its period row, which the close checklist looks for.
       0020-EXPORTA.

           initialize wk-msg.
                NOT INVALID KEY
                 IF   arqperiodo-fechado
                     PERFORM        0021-GERA-ARQUIVO
                     ACCEPT arqperiodo-data-fiscal FROM     DATE
                     MOVE wk-qtd    TO          arqperiodo-qtd-fiscal
                     REWRITE arqperiodo-registro
                      INVALID KEY
                       CONTINUE
                     END-REWRITE
                 ELSE
                     MOVE 'Competencia ainda aberta - feche em 05.09'
                                    TO          wk-msg
           SET       arqfiscal-ctl-header       TO          TRUE.
           MOVE      'FISCAL'       TO          arqfiscal-ctl-feed.
           ACCEPT    arqfiscal-ctl-data         FROM        DATE.
           MOVE      3              TO          arqfiscal-ctl-versao.
           MOVE      ZEROS          TO          arqfiscal-ctl-qtd
                                                 arqfiscal-ctl-hash.
           WRITE     arqfiscal-controle.
           SET       arqfiscal-ctl-trailer      TO          TRUE.
           MOVE      'FISCAL'       TO          arqfiscal-ctl-feed.
           ACCEPT    arqfiscal-ctl-data         FROM        DATE.
           MOVE      3              TO          arqfiscal-ctl-versao.
           MOVE      wk-qtd         TO          arqfiscal-ctl-qtd.
           MOVE      wk-hash        TO          arqfiscal-ctl-hash.
           WRITE     arqfiscal-controle.
                 MOVE arqvenda-data TO          arqfiscal-data
                 MOVE arqcliente-cnpj TO        arqfiscal-cnpj
                 MOVE arqvenda-valor TO         arqfiscal-valor
                 MOVE arqvenda-valor-icms TO    arqfiscal-valor-icms
                 MOVE arqvenda-valor-ipi TO     arqfiscal-valor-ipi
                 IF   arqvenda-estorno
                     PERFORM        0023A-ITENS-PROPRIOS
                     IF   wk-itens-proprios EQUAL 'S'
                         MOVE 'D'   TO          arqfiscal-estorno
                         MOVE arqvenda-numero-nf TO wk-nf-itens
                     ELSE
                         MOVE 'E'   TO          arqfiscal-estorno
                         MOVE arqvenda-nf-origem TO wk-nf-itens
                     END-IF
                 ELSE
                     MOVE SPACES    TO          arqfiscal-estorno
                     MOVE arqvenda-numero-nf TO wk-nf-itens
                 END-IF
                 WRITE arqfiscal-registro
                 ADD  1             TO          wk-qtd
                 ADD  arqvenda-valor TO         wk-hash
                 IF   FS-ARQITEMVENDA NOT EQUAL '35'
                     PERFORM        0025-GRAVA-ITENS
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A partial return carries the items it took back under its
      *    own NF; a full reversal carries none.
       0023A-ITENS-PROPRIOS.

           MOVE      'N'            TO          wk-itens-proprios.
           IF        FS-ARQITEMVENDA NOT EQUAL  '35'
               MOVE  arqvenda-numero-nf TO      arqitemvenda-numero-nf
               MOVE  ZEROS          TO          arqitemvenda-sequencia
               START ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 READ ARQITEMVENDA  NEXT RECORD
                  AT END
                   CONTINUE
                  NOT AT END
                   IF  arqitemvenda-numero-nf EQUAL
                                    arqvenda-numero-nf
                       MOVE 'S'     TO          wk-itens-proprios
                   END-IF
                 END-READ
               END-START
               MOVE  ZEROS          TO          FS-ARQITEMVENDA
           END-IF.
      *---------------------------------------------------------------
      *    A full reversal has no items of its own: it reverses the
      *    items of the original nota, so those are sent under the
      *    reversal's number with the same figures the original
      *    carried; a partial return ('D') sends its own. Notas
      *    loaded without items send none.
       0025-GRAVA-ITENS.

           MOVE      wk-nf-itens    TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0025A-GRAVA-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0025A-GRAVA-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-nf-itens
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 MOVE 'I'           TO          arqfiscal-it-tipo
                 MOVE arqvenda-numero-nf TO     arqfiscal-it-numero-nf
                 MOVE arqitemvenda-sequencia TO
                                    arqfiscal-it-sequencia
                 MOVE arqitemvenda-produto-codigo TO
                                    arqfiscal-it-produto
                 MOVE arqitemvenda-valor-total TO
                                    arqfiscal-it-valor
                 MOVE arqitemvenda-cfop TO      arqfiscal-it-cfop
                 MOVE arqitemvenda-cst-icms TO  arqfiscal-it-cst-icms
                 MOVE arqitemvenda-base-icms TO
                                    arqfiscal-it-base-icms
                 MOVE arqitemvenda-aliq-icms TO
                                    arqfiscal-it-aliq-icms
                 MOVE arqitemvenda-valor-icms TO
                                    arqfiscal-it-valor-icms
                 MOVE arqitemvenda-cst-ipi TO   arqfiscal-it-cst-ipi
                 MOVE arqitemvenda-aliq-ipi TO  arqfiscal-it-aliq-ipi
                 MOVE arqitemvenda-valor-ipi TO
                                    arqfiscal-it-valor-ipi
                 WRITE arqfiscal-item
             END-IF
           END-READ.
      *---------------------------------------------------------------
           END-IF.
           CLOSE     ARQCLIENTE.
           CLOSE     ARQPERIODO.
           CLOSE     ARQITEMVENDA.
           GOBACK.
           exit program.

