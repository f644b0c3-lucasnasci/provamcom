           copy "arqvendaarqselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqimporterroselect.cpy".
           copy "arqimporterrovendaselect.cpy".
           copy "arqimporterrovendedorselect.cpy".
           copy "arqimporterrovisitaselect.cpy".
           copy "arqdivergenciaselect.cpy".
           copy "arqcomissaoselect.cpy".
           copy "arqoperadorselect.cpy".

       data division.

           copy "arqvendaarqfd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqclientefd.cpy".
           copy "arqimporterrofd.cpy".
           copy "arqimporterrovendafd.cpy".
           copy "arqimporterrovendedorfd.cpy".
           copy "arqimporterrovisitafd.cpy".
           copy "arqdivergenciafd.cpy".
           copy "arqcomissaofd.cpy".
           copy "arqoperadorfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqimporterro pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\impclierro.dat".
           01  wk-caminho-arqimporterrovendedor
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impvenderro.dat".
           01  wk-caminho-arqimporterrovenda
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impvdaerro.dat".
           01  wk-caminho-arqimporterrovisita
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\impviserro.dat".
           01  wk-caminho-arqdivergencia
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\divergencia.dat".
           01  wk-caminho-arqcomissao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comissao.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".
           01  wk-empresa-venda         pic 9(003) value zeros.

           01 wk-workarea.
              05 wk-tot-arquivadas      pic 9(007) value zeros.
              05 wk-tot-vendedores      pic 9(005) value zeros.

      *    Close checklist of the competencia, evaluated afresh on
      *    every attempt: 1 import rejects pending, 2 divergencias
      *    not reviewed, 3 commission closed, 4 fiscal file cut,
      *    5 reconciliation clean. An open month is only frozen, so
      *    the fiscal file is not asked of it yet.
           01  wk-checklist.
              05 wk-ck-idx              pic 9(001) comp value zeros.
              05 wk-ck-falhas           pic 9(001) value zeros.
              05 wk-ck-congelar         pic x(001) value 'N'.
              05 wk-ck-novo             pic x(001) value 'N'.
              05 wk-ck-item             occurs 5 times.
               07 wk-ck-status          pic x(001).
               07 wk-ck-qtd             pic 9(007).
              05 wk-ck-comp-teste       pic 9(006) value zeros.
              05 wk-ck-abertas          pic 9(005) value zeros.
              05 wk-ck-fechamento       pic 9(014) value zeros.
              05 wk-ck-instante         pic 9(014) value zeros.
              05 wk-ck-conciliacao      pic 9(014) value zeros.
           01  wk-ck-nomes.
              05 filler                 pic x(034) value
                 "REJEICOES DE IMPORTACAO PENDENTES".
              05 filler                 pic x(034) value
                 "DIVERGENCIAS NAO REVISADAS".
              05 filler                 pic x(034) value
                 "COMISSAO FECHADA (VENDEDORES)".
              05 filler                 pic x(034) value
                 "ARQUIVO FISCAL GERADO (NOTAS)".
              05 filler                 pic x(034) value
                 "CONCILIACAO SEM QUEBRAS".
           01  wk-ck-nomes-r redefines wk-ck-nomes.
              05 wk-ck-nome             occurs 5 times pic x(034).

      *    Exceptions are signed the way a loss write-off is: an
      *    active supervisor keys their own identificacao and password
      *    and says why the month closes anyway.
           01  wk-tem-operador          pic x(001) value 'N'.
           01  wk-assinatura.
              05 wk-as-supervisor       pic x(010) value spaces.
              05 wk-as-senha            pic x(010) value spaces.
              05 wk-as-hash             pic 9(009) value zeros.
              05 wk-as-justificativa    pic x(060) value spaces.
              05 wk-as-confirma         pic x(001) value spaces.
              05 wk-as-aprovado         pic x(001) value 'N'.

      *    The checklist as the screen shows it, one line per item.
           01  wk-tela-checklist.
              05 wk-tc-linha1           pic x(060) value spaces.
              05 wk-tc-linha2           pic x(060) value spaces.
              05 wk-tc-linha3           pic x(060) value spaces.
              05 wk-tc-linha4           pic x(060) value spaces.
              05 wk-tc-linha5           pic x(060) value spaces.
           01  wk-tela-checklist-r redefines wk-tela-checklist.
              05 wk-tc-linha            occurs 5 times pic x(060).
           01  wk-lin-item.
              05 wk-li-numero           pic 9(001).
              05 filler                 pic x(001) value space.
              05 wk-li-nome             pic x(034).
              05 filler                 pic x(001) value space.
              05 wk-li-status           pic x(013).
              05 filler                 pic x(001) value space.
              05 wk-li-qtd              pic zzz.zz9.

           copy "arqperiodofs.cpy".
           copy "arqvendafs.cpy".
           copy "arqvendaarqfs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqclientefs.cpy".
           copy "arqimporterrofs.cpy".
           copy "arqimporterrovendafs.cpy".
           copy "arqimporterrovendedorfs.cpy".
           copy "arqimporterrovisitafs.cpy".
           copy "arqdivergenciafs.cpy".
           copy "arqcomissaofs.cpy".
           copy "arqoperadorfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
           01  SC-TELA-CHECKLIST.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CHECKLIST DE FECHAMENTO DA COMPETENCIA".
               05  line  1   col  45   using wk-competencia.
               05  line  3   col  05   using wk-tc-linha1.
               05  line  4   col  05   using wk-tc-linha2.
               05  line  5   col  05   using wk-tc-linha3.
               05  line  6   col  05   using wk-tc-linha4.
               05  line  7   col  05   using wk-tc-linha5.
               05  line  9   col  05 value
                         "Com itens em falha, so com supervisor:".
               05  line  10  col  05 value
                         "Supervisor que assina as excecoes".
               05  line  10  col  43   using wk-as-supervisor.
               05  line  11  col  05 value
                         "Senha do supervisor".
               05  line  11  col  43   using wk-as-senha.
               05  line  12  col  05 value
                         "Justificativa".
               05  line  13  col  05   using wk-as-justificativa.
               05  line  15  col  05 value
                         "Confirma o fechamento (S/N)".
               05  line  15  col  43   using wk-as-confirma.
               05  line  17  col  05   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.

               CLOSE      ARQPERIODO
               OPEN       I-O         ARQPERIODO
           END-IF.
      *    Without the operator file no supervisor can sign, and a
      *    month with failed items stays open.
           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-operador
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Closing runs in two moves. An open month whose checklist
      *    passes is frozen (em fechamento): nothing more posts into
      *    it and the fiscal file can be cut from it in 05.14. The
      *    next close of a frozen month asks for the full checklist,
      *    fiscal file included, and shuts it for good. Either move
      *    over a failed item needs a supervisor's signature.
       0020-FECHA-PERIODO.

           MOVE      'N'            TO          wk-ck-novo.
           MOVE      wk-empresa-corrente TO     arqperiodo-empresa.
           MOVE      wk-competencia TO          arqperiodo-competencia.
           READ      ARQPERIODO     KEY IS      ARQPERIODO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-ck-novo
             INITIALIZE              arqperiodo-registro
             MOVE    wk-empresa-corrente TO     arqperiodo-empresa
             MOVE    wk-competencia TO          arqperiodo-competencia
             SET     arqperiodo-aberto          TO          TRUE
           END-READ.

           IF        arqperiodo-encerrado
               MOVE  'Competencia ja fechada'   TO          wk-msg
           ELSE
               IF    arqperiodo-em-fechamento
                   MOVE 'N'         TO          wk-ck-congelar
               ELSE
                   MOVE 'S'         TO          wk-ck-congelar
               END-IF
               PERFORM              0050-AVALIA-CHECKLIST
               INITIALIZE           wk-assinatura
               PERFORM              0021-CONFIRMA-FECHAMENTO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CONFIRMA-FECHAMENTO.

           IF        wk-ck-falhas   EQUAL       ZEROS
               MOVE  'Checklist completo - confirme o fechamento'
                                    TO          wk-msg
           ELSE
               MOVE  'Itens em falha - exigem assinatura do supervisor'
                                    TO          wk-msg
           END-IF.
           DISPLAY   SC-TELA-CHECKLIST.
           ACCEPT    SC-TELA-CHECKLIST.

           IF        wk-as-confirma NOT EQUAL   'S'
               MOVE  'Fechamento nao confirmado' TO          wk-msg
           ELSE
               IF    wk-ck-falhas   EQUAL       ZEROS
                   PERFORM          0025-AVANCA-PERIODO
               ELSE
                   IF    wk-as-justificativa EQUAL SPACES
                       MOVE 'Informar a justificativa das excecoes'
                                    TO          wk-msg
                   ELSE
                       PERFORM      0022-VERIFICA-SUPERVISOR
                   END-IF
                   IF    wk-as-aprovado EQUAL   'S'
                       MOVE wk-as-supervisor TO
                                    arqperiodo-excecao-supervisor
                       ACCEPT arqperiodo-excecao-data FROM DATE
                       MOVE wk-as-justificativa TO
                                    arqperiodo-excecao-justificativa
                       PERFORM      0025-AVANCA-PERIODO
                   ELSE
                       MOVE 'Fechamento recusado - checklist pendente'
                                    TO          wk-msg
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The signer must be an active, unlocked supervisor keying
      *    their own password -- checked as the login checks it,
      *    against the hash or the legacy clear slot.
       0022-VERIFICA-SUPERVISOR.

           MOVE      'N'            TO          wk-as-aprovado.
           IF        wk-tem-operador NOT EQUAL  'S'
               MOVE  'Cadastro de operadores indisponivel'
                                    TO          wk-msg
           ELSE
               MOVE  wk-as-supervisor TO        arqoperador-codigo
               READ  ARQOPERADOR    KEY IS      ARQOPERADOR-CODIGO
                INVALID KEY
                 MOVE 'Supervisor nao cadastrado' TO        wk-msg
                NOT INVALID KEY
                 IF   NOT arqoperador-supervisor
                  OR  NOT arqoperador-ativo
                  OR  arqoperador-bloqueado
                     MOVE 'Assinatura restrita a supervisor ativo'
                                    TO          wk-msg
                 ELSE
                     IF   arqoperador-senha-hash NOT EQUAL ZEROS
                         CALL 'hashsenha' USING wk-as-senha
                                                 wk-as-hash
                         IF   wk-as-hash EQUAL  arqoperador-senha-hash
                             MOVE 'S'   TO      wk-as-aprovado
                         END-IF
                     ELSE
                         IF   arqoperador-senha NOT EQUAL SPACES
                          AND arqoperador-senha EQUAL wk-as-senha
                             MOVE 'S'   TO      wk-as-aprovado
                         END-IF
                     END-IF
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    The checklist is kept on the row as it stood at the move.
       0025-AVANCA-PERIODO.

           PERFORM   0026-GUARDA-ITEM
             VARYING wk-ck-idx      FROM        1
               BY    1
               UNTIL wk-ck-idx      >           5.
           IF        wk-ck-congelar EQUAL       'S'
               SET   arqperiodo-em-fechamento   TO          TRUE
               MOVE  'Competencia congelada - gere o fiscal em 05.14'
                                    TO          wk-msg
           ELSE
               SET   arqperiodo-encerrado       TO          TRUE
               ACCEPT arqperiodo-data-fechamento FROM       DATE
               MOVE  'Competencia fechada'      TO          wk-msg
           END-IF.
           IF        wk-ck-novo     EQUAL       'S'
               WRITE arqperiodo-registro
                INVALID KEY
                 CONTINUE
               END-WRITE
           ELSE
               REWRITE arqperiodo-registro
                INVALID KEY
                 CONTINUE
               END-REWRITE
           END-IF.
      *---------------------------------------------------------------
       0026-GUARDA-ITEM.

           MOVE      wk-ck-status(wk-ck-idx) TO
                                    arqperiodo-item-status(wk-ck-idx).
           MOVE      wk-ck-qtd(wk-ck-idx) TO
                                    arqperiodo-item-qtd(wk-ck-idx).
      *---------------------------------------------------------------
       0030-REABRE-PERIODO.

             MOVE    'Competencia sem controle - ja esta aberta'
                                    TO          wk-msg
            NOT INVALID KEY
      *      Whatever was proved or cut for the month no longer
      *      holds once it can move again.
             SET     arqperiodo-aberto          TO          TRUE
             MOVE    ZEROS          TO
                                    arqperiodo-data-fechamento
                                    arqperiodo-data-fiscal
                                    arqperiodo-qtd-fiscal
                                    arqperiodo-data-conciliacao
                                    arqperiodo-hora-conciliacao
                                    arqperiodo-quebras
                                    arqperiodo-excecao-data
             MOVE    SPACES         TO
                                    arqperiodo-excecao-supervisor
                                    arqperiodo-excecao-justificativa
             PERFORM 0031-LIMPA-ITEM
               VARYING wk-ck-idx    FROM        1
                 BY  1
                 UNTIL wk-ck-idx    >           5
             REWRITE arqperiodo-registro
             MOVE    'Competencia reaberta'     TO          wk-msg
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0031-LIMPA-ITEM.

           MOVE      SPACES         TO
                                    arqperiodo-item-status(wk-ck-idx).
           MOVE      ZEROS          TO
                                    arqperiodo-item-qtd(wk-ck-idx).
      *---------------------------------------------------------------
      *    The year only rolls when all twelve competencias are
      *    FECHADO. The year's arqvenda headers move to the archive
            INVALID KEY
             MOVE    'S'            TO          wk-ano-aberto
            NOT INVALID KEY
             IF      NOT arqperiodo-encerrado
                 MOVE 'S'           TO          wk-ano-aberto
             END-IF
           END-READ.
                 ADD  1             TO          wk-tot-vendedores
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Every item is looked at on every attempt; the count on
      *    each line is what the item found (rejects, rows, notas,
      *    breaks), whether it passed or not.
       0050-AVALIA-CHECKLIST.

           MOVE      ZEROS          TO          wk-ck-falhas.
           PERFORM   0051-LIMPA-CHECKLIST
             VARYING wk-ck-idx      FROM        1
               BY    1
               UNTIL wk-ck-idx      >           5.

           PERFORM   0052-CONTA-REJEICOES.
           PERFORM   0056-CONTA-DIVERGENCIAS.
           PERFORM   0058-VERIFICA-COMISSAO.

           MOVE      arqperiodo-qtd-fiscal TO   wk-ck-qtd(4).
           IF        arqperiodo-data-fiscal NOT EQUAL ZEROS
               MOVE  'P'            TO          wk-ck-status(4)
           ELSE
               MOVE  'F'            TO          wk-ck-status(4)
           END-IF.

      *    A reconciliation run before the commission was closed
      *    proved a ledger that has since changed.
           MOVE      arqperiodo-quebras TO      wk-ck-qtd(5).
           COMPUTE   wk-ck-conciliacao =
                     arqperiodo-data-conciliacao * 1000000
                   + arqperiodo-hora-conciliacao.
           IF        arqperiodo-data-conciliacao EQUAL ZEROS
            OR       arqperiodo-quebras NOT EQUAL ZEROS
            OR       wk-ck-conciliacao < wk-ck-fechamento
               MOVE  'F'            TO          wk-ck-status(5)
           ELSE
               MOVE  'P'            TO          wk-ck-status(5)
           END-IF.

           PERFORM   0055-MONTA-LINHA
             VARYING wk-ck-idx      FROM        1
               BY    1
               UNTIL wk-ck-idx      >           5.
      *---------------------------------------------------------------
       0051-LIMPA-CHECKLIST.

           MOVE      SPACES         TO          wk-ck-status(wk-ck-idx).
           MOVE      ZEROS          TO          wk-ck-qtd(wk-ck-idx).
      *---------------------------------------------------------------
      *    The four reject queues only ever hold what is still to
      *    be corrected (04.11 rewrites them without what it
      *    resubmitted). Rejects are not tied to an empresa, so any
      *    of them dated up to the month holds it open.
       0052-CONTA-REJEICOES.

           OPEN      INPUT        ARQIMPORTERRO.
           IF        FS-ARQIMPORTERRO EQUAL     ZEROS
               PERFORM              0053-LE-REJEICAO-CLIENTE
                 UNTIL FS-ARQIMPORTERRO NOT EQUAL ZEROS
               CLOSE ARQIMPORTERRO
           END-IF.
           OPEN      INPUT        ARQIMPORTERROVENDEDOR.
           IF        FS-ARQIMPORTERROVENDEDOR EQUAL ZEROS
               PERFORM              0053A-LE-REJEICAO-VENDEDOR
                 UNTIL FS-ARQIMPORTERROVENDEDOR NOT EQUAL ZEROS
               CLOSE ARQIMPORTERROVENDEDOR
           END-IF.
           OPEN      INPUT        ARQIMPORTERROVENDA.
           IF        FS-ARQIMPORTERROVENDA EQUAL ZEROS
               PERFORM              0053B-LE-REJEICAO-VENDA
                 UNTIL FS-ARQIMPORTERROVENDA NOT EQUAL ZEROS
               CLOSE ARQIMPORTERROVENDA
           END-IF.
           OPEN      INPUT        ARQIMPORTERROVISITA.
           IF        FS-ARQIMPORTERROVISITA EQUAL ZEROS
               PERFORM              0053C-LE-REJEICAO-VISITA
                 UNTIL FS-ARQIMPORTERROVISITA NOT EQUAL ZEROS
               CLOSE ARQIMPORTERROVISITA
           END-IF.
           IF        wk-ck-qtd(1)   EQUAL       ZEROS
               MOVE  'P'            TO          wk-ck-status(1)
           ELSE
               MOVE  'F'            TO          wk-ck-status(1)
           END-IF.
      *---------------------------------------------------------------
       0053-LE-REJEICAO-CLIENTE.

           READ      ARQIMPORTERRO
            AT END
             MOVE    '10'           TO          FS-ARQIMPORTERRO
            NOT AT END
             COMPUTE wk-ck-comp-teste = arqimporterro-data / 100
             IF      wk-ck-comp-teste NOT GREATER wk-competencia
                 ADD  1             TO          wk-ck-qtd(1)
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0053A-LE-REJEICAO-VENDEDOR.

           READ      ARQIMPORTERROVENDEDOR
            AT END
             MOVE    '10'           TO          FS-ARQIMPORTERROVENDEDOR
            NOT AT END
             COMPUTE wk-ck-comp-teste =
                     arqimporterrovendedor-data / 100
             IF      wk-ck-comp-teste NOT GREATER wk-competencia
                 ADD  1             TO          wk-ck-qtd(1)
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0053B-LE-REJEICAO-VENDA.

           READ      ARQIMPORTERROVENDA
            AT END
             MOVE    '10'           TO          FS-ARQIMPORTERROVENDA
            NOT AT END
             COMPUTE wk-ck-comp-teste =
                     arqimporterrovenda-data / 100
             IF      wk-ck-comp-teste NOT GREATER wk-competencia
                 ADD  1             TO          wk-ck-qtd(1)
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0053C-LE-REJEICAO-VISITA.

           READ      ARQIMPORTERROVISITA
            AT END
             MOVE    '10'           TO          FS-ARQIMPORTERROVISITA
            NOT AT END
             COMPUTE wk-ck-comp-teste =
                     arqimporterrovisita-data / 100
             IF      wk-ck-comp-teste NOT GREATER wk-competencia
                 ADD  1             TO          wk-ck-qtd(1)
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0055-MONTA-LINHA.

           MOVE      wk-ck-idx      TO          wk-li-numero.
           MOVE      wk-ck-nome(wk-ck-idx) TO   wk-li-nome.
           MOVE      wk-ck-qtd(wk-ck-idx) TO    wk-li-qtd.
           EVALUATE  TRUE
            WHEN     wk-ck-idx      EQUAL       4
             AND     wk-ck-congelar EQUAL       'S'
             MOVE    'APOS CONGELAR' TO         wk-li-status
            WHEN     wk-ck-status(wk-ck-idx) EQUAL 'P'
             MOVE    'OK'           TO          wk-li-status
            WHEN     OTHER
             MOVE    'FALHA'        TO          wk-li-status
             ADD     1              TO          wk-ck-falhas
           END-EVALUATE.
           MOVE      wk-lin-item    TO          wk-tc-linha(wk-ck-idx).
      *---------------------------------------------------------------
      *    Divergencias carry no empresa; the client tells whose
      *    they are, as it does for the year-end archive.
       0056-CONTA-DIVERGENCIAS.

           OPEN      INPUT        ARQDIVERGENCIA.
           IF        FS-ARQDIVERGENCIA EQUAL    ZEROS
               OPEN  INPUT        ARQCLIENTE
               PERFORM              0057-LE-DIVERGENCIA
                 UNTIL FS-ARQDIVERGENCIA NOT EQUAL ZEROS
               CLOSE ARQCLIENTE
               CLOSE ARQDIVERGENCIA
           END-IF.
           IF        wk-ck-qtd(2)   EQUAL       ZEROS
               MOVE  'P'            TO          wk-ck-status(2)
           ELSE
               MOVE  'F'            TO          wk-ck-status(2)
           END-IF.
      *---------------------------------------------------------------
       0057-LE-DIVERGENCIA.

           READ      ARQDIVERGENCIA
            AT END
             MOVE    '10'           TO          FS-ARQDIVERGENCIA
            NOT AT END
             COMPUTE wk-ck-comp-teste = arqdivergencia-data / 100
             IF      wk-ck-comp-teste NOT GREATER wk-competencia
              AND    NOT arqdivergencia-revisada
                 MOVE arqdivergencia-cliente-codigo TO
                                    arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   ADD  1           TO          wk-ck-qtd(2)
                  NOT INVALID KEY
                   IF   arqcliente-empresa EQUAL wk-empresa-corrente
                       ADD  1       TO          wk-ck-qtd(2)
                   END-IF
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The month's own ledger rows (rescisao rows close on
      *    their own day and do not count) must be there and all
      *    closed or paid. The latest close is kept for item 5;
      *    paying a row restamps it but leaves its base alone, so
      *    only rows still FECHADA date the close.
       0058-VERIFICA-COMISSAO.

           MOVE      ZEROS          TO          wk-ck-abertas
                                                 wk-ck-fechamento.
           OPEN      INPUT        ARQCOMISSAO.
           IF        FS-ARQCOMISSAO EQUAL       ZEROS
               MOVE  wk-empresa-corrente TO     arqcomissao-empresa
               MOVE  wk-competencia TO          arqcomissao-competencia
               MOVE  ZEROS          TO
                                    arqcomissao-vendedor-codigo
               MOVE  LOW-VALUES     TO          arqcomissao-lancamento
               START ARQCOMISSAO    KEY IS      NOT LESS
                                    ARQCOMISSAO-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQCOMISSAO
               END-START
               PERFORM              0059-LE-LEDGER
                 UNTIL FS-ARQCOMISSAO NOT EQUAL ZEROS
               CLOSE ARQCOMISSAO
           END-IF.
           IF        wk-ck-qtd(3)   GREATER     ZEROS
            AND      wk-ck-abertas  EQUAL       ZEROS
               MOVE  'P'            TO          wk-ck-status(3)
           ELSE
               MOVE  'F'            TO          wk-ck-status(3)
           END-IF.
      *---------------------------------------------------------------
       0059-LE-LEDGER.

           READ      ARQCOMISSAO    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCOMISSAO
            NOT AT END
             IF      arqcomissao-empresa NOT EQUAL wk-empresa-corrente
              OR     arqcomissao-competencia NOT EQUAL wk-competencia
                 MOVE '10'          TO          FS-ARQCOMISSAO
             ELSE
                 IF   arqcomissao-propria
                     IF   arqcomissao-aberta
                         ADD  1     TO          wk-ck-abertas
                     ELSE
                         ADD  1     TO          wk-ck-qtd(3)
                     END-IF
                     IF   arqcomissao-fechada
                         COMPUTE wk-ck-instante =
                                 arqcomissao-data * 1000000
                               + arqcomissao-hora
                         IF   wk-ck-instante > wk-ck-fechamento
                             MOVE wk-ck-instante TO
                                    wk-ck-fechamento
                         END-IF
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQPERIODO.
           IF        wk-tem-operador EQUAL      'S'
               CLOSE ARQOPERADOR
           END-IF.
           GOBACK.
           exit program.

