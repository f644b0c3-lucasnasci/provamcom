       program-id. movimentaestoque as "movimentaestoque".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqestoqueselect.cpy".
           copy "arqmovestoqueselect.cpy".

       data division.

           file section.

           copy "arqestoquefd.cpy".
           copy "arqmovestoquefd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqestoque    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\estoque.dat".
           01  wk-caminho-arqmovestoque pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\movestoque.dat".

           01  wk-existe                pic x(001) value 'N'.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-movimento             pic s9(007) value zeros.

           copy "arqestoquefs.cpy".
           copy "arqmovestoquefs.cpy".

           LINKAGE SECTION.

           copy "arqestoquecalc.cpy".

       procedure division using wk-estoque.

      *    Called by sales entry and by the stock maintenance screen
      *    for every movement of arqestoque, so the balance and its
      *    journal are always written by the same hand. A consulta
      *    only reads the position; every other function updates
      *    the stock row (creating it at zero the first time the
      *    product moves at that depot) and leaves one line in
      *    arqmovestoque. Stock files that cannot be opened answer
      *    indisponivel and nothing is moved.
       0000-controle.

           MOVE      ZEROS          TO           wk-es-saldo
                                                 wk-es-reservado
                                                 wk-es-minimo-atual
                                                 wk-es-disponivel.
           OPEN      I-O          ARQESTOQUE.
           IF        FS-ARQESTOQUE  EQUAL        '05'
            OR       FS-ARQESTOQUE  EQUAL        '35'
               CLOSE      ARQESTOQUE
               OPEN       OUTPUT      ARQESTOQUE
               CLOSE      ARQESTOQUE
               OPEN       I-O         ARQESTOQUE
           END-IF.
           IF        FS-ARQESTOQUE  NOT EQUAL    ZEROS
               SET   wk-es-indisponivel          TO         TRUE
           ELSE
               PERFORM              0010-LE-ESTOQUE
               IF    wk-es-consulta
                   PERFORM          0020-DEVOLVE-POSICAO
               ELSE
                   PERFORM          0030-MOVIMENTA
               END-IF
               CLOSE ARQESTOQUE
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0010-LE-ESTOQUE.

           MOVE      wk-es-empresa  TO           arqestoque-empresa.
           MOVE      wk-es-cd-codigo TO          arqestoque-cd-codigo.
           MOVE      wk-es-produto-codigo TO
                                    arqestoque-produto-codigo.
           READ      ARQESTOQUE     KEY IS       ARQESTOQUE-CHAVE
            INVALID KEY
             MOVE    'N'            TO           wk-existe
             MOVE    ZEROS          TO           arqestoque-saldo
                                                 arqestoque-reservado
                                                 arqestoque-minimo
             MOVE    ZEROS          TO
                                    arqestoque-data-movimento
            NOT INVALID KEY
             MOVE    'S'            TO           wk-existe
           END-READ.
      *-----------------------------------------------------------------
       0020-DEVOLVE-POSICAO.

           MOVE      arqestoque-saldo TO         wk-es-saldo.
           MOVE      arqestoque-reservado TO     wk-es-reservado.
           MOVE      arqestoque-minimo TO        wk-es-minimo-atual.
           COMPUTE   wk-es-disponivel =
                     arqestoque-saldo - arqestoque-reservado.
           IF        wk-existe      EQUAL        'S'
               SET   wk-es-ok                    TO         TRUE
           ELSE
               SET   wk-es-sem-registro          TO         TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    A reservation is set aside while the venda is keyed and
      *    either becomes a baixa when the nota posts or is released
      *    when it is abandoned -- released or deducted, it never
      *    drives reservado below zero. The ajuste books the
      *    difference between the counted saldo and the one on file.
       0030-MOVIMENTA.

           ACCEPT    wk-hoje        FROM         DATE.
           MOVE      wk-es-quantidade TO         wk-movimento.
           EVALUATE  TRUE
            WHEN     wk-es-entrada
            WHEN     wk-es-devolucao
             ADD     wk-es-quantidade TO         arqestoque-saldo
            WHEN     wk-es-ajuste
             COMPUTE wk-movimento   =
                     wk-es-quantidade - arqestoque-saldo
             MOVE    wk-es-quantidade TO         arqestoque-saldo
            WHEN     wk-es-reserva
             ADD     wk-es-quantidade TO         arqestoque-reservado
            WHEN     wk-es-libera
             PERFORM 0035-TIRA-RESERVA
            WHEN     wk-es-baixa
             SUBTRACT wk-es-quantidade FROM      arqestoque-saldo
             PERFORM 0035-TIRA-RESERVA
            WHEN     wk-es-minimo
             MOVE    wk-es-quantidade TO         arqestoque-minimo
            WHEN     OTHER
             CONTINUE
           END-EVALUATE.
           MOVE      wk-hoje        TO
                                    arqestoque-data-movimento.

           IF        wk-existe      EQUAL        'S'
               REWRITE arqestoque-registro
                INVALID KEY
                 SET wk-es-indisponivel          TO         TRUE
                NOT INVALID KEY
                 SET wk-es-ok                    TO         TRUE
               END-REWRITE
           ELSE
               WRITE arqestoque-registro
                INVALID KEY
                 SET wk-es-indisponivel          TO         TRUE
                NOT INVALID KEY
                 SET wk-es-ok                    TO         TRUE
               END-WRITE
           END-IF.

           IF        wk-es-ok
               PERFORM              0020-DEVOLVE-POSICAO
               PERFORM              0040-GRAVA-MOVIMENTO
           END-IF.
      *-----------------------------------------------------------------
       0035-TIRA-RESERVA.

           IF        wk-es-quantidade GREATER    arqestoque-reservado
               MOVE  ZEROS          TO           arqestoque-reservado
           ELSE
               SUBTRACT wk-es-quantidade FROM    arqestoque-reservado
           END-IF.
      *-----------------------------------------------------------------
       0040-GRAVA-MOVIMENTO.

           OPEN      EXTEND       ARQMOVESTOQUE.
           IF        FS-ARQMOVESTOQUE EQUAL      '05'
            OR       FS-ARQMOVESTOQUE EQUAL      '35'
               OPEN       OUTPUT      ARQMOVESTOQUE
               CLOSE      ARQMOVESTOQUE
               OPEN       EXTEND      ARQMOVESTOQUE
           END-IF.
           IF        FS-ARQMOVESTOQUE EQUAL      ZEROS
               INITIALIZE                        arqmovestoque-registro
               MOVE  wk-hoje        TO           arqmovestoque-data
               ACCEPT arqmovestoque-hora         FROM        TIME
               MOVE  wk-es-operador TO           arqmovestoque-operador
               MOVE  wk-es-empresa  TO           arqmovestoque-empresa
               MOVE  wk-es-cd-codigo TO
                                    arqmovestoque-cd-codigo
               MOVE  wk-es-produto-codigo TO
                                    arqmovestoque-produto-codigo
               MOVE  wk-es-funcao   TO           arqmovestoque-tipo
               MOVE  wk-movimento   TO
                                    arqmovestoque-quantidade
               MOVE  arqestoque-saldo TO
                                    arqmovestoque-saldo-apos
               MOVE  arqestoque-reservado TO
                                    arqmovestoque-reservado-apos
               MOVE  wk-es-numero-nf TO
                                    arqmovestoque-numero-nf
               WRITE arqmovestoque-registro
               CLOSE ARQMOVESTOQUE
           END-IF.

           end program movimentaestoque.
