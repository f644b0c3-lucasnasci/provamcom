       program-id. cadastroajuste as "cadastroajuste".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqajusteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqcomissaoselect.cpy".
           copy "arqrelajusteselect.cpy".

       data division.

           file section.

           copy "arqajustefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqcomissaofd.cpy".

           copy "arqrelajustefd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqajuste     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ajuste.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqcomissao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comissao.dat".
           01  wk-caminho-arqrelajuste  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relajuste.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-tem-comissao        pic x(001) value 'N'.
              05 wk-ja-fechada          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.

           01  wk-ajuste.
              05 wk-vendedor-codigo     pic 9(007) value zeros.
              05 wk-competencia         pic 9(006) value zeros.
              05 wk-competencia-r redefines wk-competencia.
               07 wk-comp-ano           pic 9(004).
               07 wk-comp-mes           pic 9(002).
              05 wk-tipo                pic x(001) value spaces.
              05 wk-descricao           pic x(030) value spaces.
              05 wk-valor               pic 9(009)v9(002) value zeros.
              05 wk-sequencia           pic 9(003) value zeros.

           01  wk-extrato.
              05 wk-ext-competencia     pic 9(006) value zeros.
              05 wk-ext-vendedor        pic 9(007) value zeros.
              05 wk-ext-qtd             pic 9(005) value zeros.
              05 wk-ext-bruto           pic s9(011)v9(002) value zeros.
              05 wk-ext-ajustes         pic 9(011)v9(002) value zeros.
              05 wk-ext-liquido         pic 9(011)v9(002) value zeros.

           01  wk-lin-cabec.
              05 filler                 pic x(041) value
                 "EXTRATO DE COMISSAO LIQUIDA - COMPETENCIA".
              05 filler                 pic x(001) value space.
              05 wk-cab-competencia     pic 9(006).
           01  wk-lin-vendedor.
              05 filler                 pic x(009) value "VENDEDOR ".
              05 wk-lv-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lv-nome             pic x(040).
           01  wk-lin-valor.
              05 filler                 pic x(004) value spaces.
              05 wk-lvl-rotulo          pic x(050).
              05 wk-lvl-valor           pic -zzz.zzz.zz9,99.
           01  wk-lin-ajuste.
              05 filler                 pic x(004) value spaces.
              05 wk-la-tipo             pic x(016).
              05 wk-la-competencia      pic 9(006).
              05 filler                 pic x(001) value '/'.
              05 wk-la-sequencia        pic 9(003).
              05 filler                 pic x(001) value space.
              05 wk-la-descricao        pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-la-valor            pic -zzz.zzz.zz9,99.
           01  wk-lin-total.
              05 filler                 pic x(013) value
                 "TOTAIS BRUTO ".
              05 wk-lt-bruto            pic -zz.zzz.zzz.zz9,99.
              05 filler                 pic x(009) value " AJUSTES ".
              05 wk-lt-ajustes          pic zz.zzz.zzz.zz9,99.
              05 filler                 pic x(009) value " LIQUIDO ".
              05 wk-lt-liquido          pic zz.zzz.zzz.zz9,99.

           copy "arqajustefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqcomissaofs.cpy".
           copy "arqrelajustefs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ADIANTAMENTOS E DESCONTOS DE COMISSAO".
               05  line  3   col  05 value
                         "1 Lancar adiantamento ou desconto".
               05  line  4   col  05 value
                         "3 Excluir um lancamento pendente".
               05  line  5   col  05 value
                         "4 Extrato da competencia".
               05  line  6   col  05 value
                         "9 Encerrar".
               05  line  6   col  43   using wk-opcao.
               05  line  7   col  05 value
                         "Competencia do extrato (AAAAMM)".
               05  line  7   col  43   using wk-ext-competencia.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-AJUSTE.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "LANCAMENTO CONTRA A COMISSAO".
               05  line  3   col  05 value
                         "Codigo do vendedor".
               05  line  3   col  43   using wk-vendedor-codigo.
               05  line  4   col  05 value
                         "Competencia (AAAAMM)".
               05  line  4   col  43   using wk-competencia.
               05  line  5   col  05 value
                         "Tipo (A adiantamento / D desconto)".
               05  line  5   col  43   using wk-tipo.
               05  line  6   col  05 value
                         "Descricao".
               05  line  6   col  43   using wk-descricao.
               05  line  7   col  05 value
                         "Valor".
               05  line  7   col  43   using wk-valor.
               05  line  8   col  05 value
                         "Sequencia (somente na exclusao)".
               05  line  8   col  43   using wk-sequencia.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           CALL      'operadoratual' USING      wk-operador.

           OPEN      I-O          ARQAJUSTE.
           IF        FS-ARQAJUSTE   EQUAL       '05'
            OR       FS-ARQAJUSTE   EQUAL       '35'
               CLOSE      ARQAJUSTE
               OPEN       OUTPUT      ARQAJUSTE
               CLOSE      ARQAJUSTE
               OPEN       I-O         ARQAJUSTE
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nao foi possivel abrir o arquivo de vendedores'
                                    TO           wk-msg
           END-IF.
      *    No ledger yet just means nothing was ever closed.
           OPEN      INPUT        ARQCOMISSAO.
           IF        FS-ARQCOMISSAO EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-comissao
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           initialize wk-msg.
           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             INITIALIZE wk-ajuste
             PERFORM   0020-LANCA-AJUSTE
           END-IF.
           IF          WK-OPCAO      EQUAL      3
             INITIALIZE wk-ajuste
             PERFORM   0040-EXCLUI-AJUSTE
           END-IF.
           IF          WK-OPCAO      EQUAL      4
            AND        fl-ok         EQUAL      'S'
             PERFORM   0050-EXTRATO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    An advance or deduction goes in pendente under the next
      *    free sequence of the vendedor's competencia. One posted
      *    into a competencia already closed is netted by the next
      *    closing, like any late posting.
       0020-LANCA-AJUSTE.

           initialize wk-msg.
           MOVE      ZEROS          TO           wk-sequencia.
           DISPLAY   SC-TELA-AJUSTE.
           ACCEPT    SC-TELA-AJUSTE.

           IF        wk-vendedor-codigo EQUAL    ZEROS
               MOVE  'Informar o vendedor'       TO          wk-msg
               PERFORM              0020-LANCA-AJUSTE
           END-IF.
           MOVE      wk-vendedor-codigo TO       ARQVENDEDOR-CODIGO.
           READ      ARQVENDEDOR    KEY IS       ARQVENDEDOR-CODIGO
            INVALID KEY
             MOVE    'Vendedor nao cadastrado'   TO          wk-msg
             PERFORM              0020-LANCA-AJUSTE
            NOT INVALID KEY
             IF      arqvendedor-empresa NOT EQUAL wk-empresa-corrente
                 MOVE 'Vendedor de outra empresa' TO         wk-msg
                 PERFORM            0020-LANCA-AJUSTE
             END-IF
           END-READ.
           IF        wk-comp-ano    EQUAL        ZEROS
            OR       wk-comp-mes    EQUAL        ZEROS
            OR       wk-comp-mes    GREATER      12
               MOVE  'Competencia invalida (AAAAMM)'
                                    TO           wk-msg
               PERFORM              0020-LANCA-AJUSTE
           END-IF.
           MOVE      wk-tipo        TO           arqajuste-tipo.
           IF        NOT arqajuste-tipo-valido
               MOVE  'Tipo deve ser A ou D'      TO          wk-msg
               PERFORM              0020-LANCA-AJUSTE
           END-IF.
           IF        wk-descricao   EQUAL        SPACES
            OR       wk-valor       EQUAL        ZEROS
               MOVE  'Informar descricao e valor'
                                    TO           wk-msg
               PERFORM              0020-LANCA-AJUSTE
           END-IF.

           PERFORM   0025-PROXIMA-SEQUENCIA.
           PERFORM   0030-VERIFICA-FECHADA.

           INITIALIZE               arqajuste-registro.
           MOVE      wk-empresa-corrente TO      arqajuste-empresa.
           MOVE      wk-vendedor-codigo TO
                                    arqajuste-vendedor-codigo.
           MOVE      wk-competencia TO           arqajuste-competencia.
           MOVE      wk-sequencia   TO           arqajuste-sequencia.
           MOVE      wk-tipo        TO           arqajuste-tipo.
           MOVE      wk-descricao   TO           arqajuste-descricao.
           MOVE      wk-valor       TO           arqajuste-valor.
           SET       arqajuste-pendente          TO          TRUE.
           ACCEPT    arqajuste-data FROM         DATE.
           MOVE      wk-operador    TO           arqajuste-operador.
           WRITE     arqajuste-registro
            INVALID KEY
             CALL    'fsmensagem'   USING        FS-ARQAJUSTE
                                                  WK-MSG
            NOT INVALID KEY
             IF      wk-ja-fechada  EQUAL        'S'
                 MOVE 'Competencia fechada - vai ao proximo fechamento'
                                    TO           wk-msg
             ELSE
                 STRING 'Lancamento gravado - sequencia '
                                    DELIMITED BY SIZE
                        wk-sequencia DELIMITED BY SIZE
                        INTO wk-msg
             END-IF
           END-WRITE.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0025-PROXIMA-SEQUENCIA.

           MOVE      ZEROS          TO           wk-sequencia.
           MOVE      wk-empresa-corrente TO      arqajuste-empresa.
           MOVE      wk-vendedor-codigo TO
                                    arqajuste-vendedor-codigo.
           MOVE      wk-competencia TO           arqajuste-competencia.
           MOVE      ZEROS          TO           arqajuste-sequencia.
           START     ARQAJUSTE      KEY IS       NOT LESS
                                    ARQAJUSTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQAJUSTE
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQAJUSTE
           END-START.
           PERFORM   0025A-LE-SEQUENCIA
             UNTIL   FS-ARQAJUSTE   EQUAL        '10'.
           MOVE      ZEROS          TO           FS-ARQAJUSTE.
           ADD       1              TO           wk-sequencia.
      *---------------------------------------------------------------
       0025A-LE-SEQUENCIA.

           READ      ARQAJUSTE      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQAJUSTE
            NOT AT END
             IF      arqajuste-empresa NOT EQUAL wk-empresa-corrente
              OR     arqajuste-vendedor-codigo NOT EQUAL
                                    wk-vendedor-codigo
              OR     arqajuste-competencia NOT EQUAL wk-competencia
                 MOVE '10'          TO           FS-ARQAJUSTE
             ELSE
                 MOVE arqajuste-sequencia TO     wk-sequencia
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0030-VERIFICA-FECHADA.

           MOVE      'N'            TO           wk-ja-fechada.
           IF        wk-tem-comissao EQUAL       'S'
               MOVE  wk-empresa-corrente TO      arqcomissao-empresa
               MOVE  wk-competencia TO           arqcomissao-competencia
               MOVE  wk-vendedor-codigo TO
                                    arqcomissao-vendedor-codigo
               SET   arqcomissao-propria         TO          TRUE
               READ  ARQCOMISSAO    KEY IS       ARQCOMISSAO-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqcomissao-fechada
                  OR  arqcomissao-paga
                     MOVE 'S'       TO           wk-ja-fechada
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Only a pendente advance or deduction may be withdrawn: one
      *    already netted is part of a payroll that went out, and the
      *    carried balances belong to the closing.
       0040-EXCLUI-AJUSTE.

           initialize wk-msg.
           DISPLAY   SC-TELA-AJUSTE.
           ACCEPT    SC-TELA-AJUSTE.
           IF        wk-vendedor-codigo NOT EQUAL ZEROS
            AND      wk-competencia NOT EQUAL    ZEROS
            AND      wk-sequencia   NOT EQUAL    ZEROS
               MOVE  wk-empresa-corrente TO      arqajuste-empresa
               MOVE  wk-vendedor-codigo TO
                                    arqajuste-vendedor-codigo
               MOVE  wk-competencia TO           arqajuste-competencia
               MOVE  wk-sequencia   TO           arqajuste-sequencia
               READ  ARQAJUSTE      KEY IS       ARQAJUSTE-CHAVE
                INVALID KEY
                 MOVE 'Lancamento nao encontrado' TO         wk-msg
                NOT INVALID KEY
                 IF   arqajuste-pendente
                  AND arqajuste-tipo-valido
                     DELETE ARQAJUSTE
                      INVALID KEY
                       CALL 'fsmensagem' USING   FS-ARQAJUSTE
                                                  WK-MSG
                      NOT INVALID KEY
                       MOVE 'Lancamento excluido' TO         wk-msg
                     END-DELETE
                 ELSE
                     MOVE 'Somente adiantamento ou desconto pendente'
                                    TO           wk-msg
                 END-IF
               END-READ
           ELSE
               MOVE  'Informar vendedor, competencia e sequencia'
                                    TO           wk-msg
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    For each vendedor closed in the competencia: the gross
      *    commission of the ledger, every advance and deduction the
      *    closing netted, what went to payroll and any negative
      *    balance carried to the next month.
       0050-EXTRATO.

           IF        wk-tem-comissao NOT EQUAL   'S'
            OR       wk-ext-competencia EQUAL    ZEROS
               MOVE  'Informar competencia ja fechada'
                                    TO           wk-msg
           ELSE
               MOVE  ZEROS          TO           wk-ext-qtd
                                                  wk-ext-bruto
                                                  wk-ext-ajustes
                                                  wk-ext-liquido
               OPEN  OUTPUT       ARQRELAJUSTE
               MOVE  wk-ext-competencia TO       wk-cab-competencia
               WRITE arqrelajuste-linha FROM     wk-lin-cabec
               MOVE  wk-empresa-corrente TO      arqcomissao-empresa
               MOVE  wk-ext-competencia TO       arqcomissao-competencia
               MOVE  ZEROS          TO
                                    arqcomissao-vendedor-codigo
                                                  wk-ext-vendedor
               MOVE  LOW-VALUES     TO           arqcomissao-lancamento
               START ARQCOMISSAO    KEY IS       NOT LESS
                                    ARQCOMISSAO-CHAVE
                INVALID KEY
                 MOVE '10'          TO           FS-ARQCOMISSAO
                NOT INVALID KEY
                 MOVE ZEROS         TO           FS-ARQCOMISSAO
               END-START
               PERFORM              0051-EXTRATO-VENDEDOR
                 UNTIL FS-ARQCOMISSAO EQUAL      '10'
               MOVE  ZEROS          TO           FS-ARQCOMISSAO
               MOVE  wk-ext-bruto   TO           wk-lt-bruto
               MOVE  wk-ext-ajustes TO           wk-lt-ajustes
               MOVE  wk-ext-liquido TO           wk-lt-liquido
               WRITE arqrelajuste-linha FROM     wk-lin-total
               CLOSE ARQRELAJUSTE
               IF    wk-ext-qtd     EQUAL        ZEROS
                   MOVE 'Competencia sem fechamento'
                                    TO           wk-msg
               ELSE
                   MOVE 'Extrato gerado'         TO          wk-msg
               END-IF
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0051-EXTRATO-VENDEDOR.

           READ      ARQCOMISSAO    NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQCOMISSAO
            NOT AT END
             IF      arqcomissao-empresa NOT EQUAL wk-empresa-corrente
              OR     arqcomissao-competencia NOT EQUAL
                                    wk-ext-competencia
                 MOVE '10'          TO           FS-ARQCOMISSAO
             ELSE
                 IF   arqcomissao-fechada
                  OR  arqcomissao-paga
                     EVALUATE TRUE
                      WHEN arqcomissao-supervisao
                         PERFORM    0054-IMPRIME-SUPERVISAO
                      WHEN arqcomissao-incentivo
                         PERFORM    0056-IMPRIME-INCENTIVO
                      WHEN OTHER
                         PERFORM    0052-IMPRIME-VENDEDOR
                     END-EVALUATE
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The campaign bonus row sorts ahead of the vendedor's own
      *    and may already have opened the heading.
       0052-IMPRIME-VENDEDOR.

           IF        arqcomissao-vendedor-codigo NOT EQUAL
                                    wk-ext-vendedor
               PERFORM              0055-CABECALHO-VENDEDOR
           END-IF.

           MOVE      'COMISSAO BRUTA' TO         wk-lvl-rotulo.
           MOVE      arqcomissao-valor TO        wk-lvl-valor.
           WRITE     arqrelajuste-linha FROM     wk-lin-valor.

           MOVE      wk-empresa-corrente TO      arqajuste-empresa.
           MOVE      wk-ext-vendedor TO
                                    arqajuste-vendedor-codigo.
           MOVE      ZEROS          TO           arqajuste-competencia
                                                  arqajuste-sequencia.
           START     ARQAJUSTE      KEY IS       NOT LESS
                                    ARQAJUSTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQAJUSTE
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQAJUSTE
           END-START.
           PERFORM   0053-IMPRIME-AJUSTE
             UNTIL   FS-ARQAJUSTE   EQUAL        '10'.
           MOVE      ZEROS          TO           FS-ARQAJUSTE.

           MOVE      'LIQUIDO ENVIADO A FOLHA' TO
                                    wk-lvl-rotulo.
           MOVE      arqcomissao-liquido TO      wk-lvl-valor.
           WRITE     arqrelajuste-linha FROM     wk-lin-valor.
           IF        arqcomissao-transportado GREATER ZEROS
               MOVE  'SALDO NEGATIVO TRANSPORTADO AO MES SEGUINTE'
                                    TO           wk-lvl-rotulo
               MOVE  arqcomissao-transportado TO wk-lvl-valor
               WRITE arqrelajuste-linha FROM     wk-lin-valor
           END-IF.

           ADD       arqcomissao-valor TO        wk-ext-bruto.
           ADD       arqcomissao-ajustes TO      wk-ext-ajustes.
           ADD       arqcomissao-liquido TO      wk-ext-liquido.
      *---------------------------------------------------------------
       0053-IMPRIME-AJUSTE.

           READ      ARQAJUSTE      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQAJUSTE
            NOT AT END
             IF      arqajuste-empresa NOT EQUAL wk-empresa-corrente
              OR     arqajuste-vendedor-codigo NOT EQUAL
                                    wk-ext-vendedor
                 MOVE '10'          TO           FS-ARQAJUSTE
             ELSE
                 IF   arqajuste-liquidado
                  AND arqajuste-comp-liquidacao EQUAL
                                    wk-ext-competencia
                     EVALUATE TRUE
                      WHEN arqajuste-adiantamento
                       MOVE '(-) ADIANTAMENTO' TO wk-la-tipo
                      WHEN arqajuste-desconto
                       MOVE '(-) DESCONTO'  TO   wk-la-tipo
                      WHEN OTHER
                       MOVE '(-) SALDO ANT.' TO  wk-la-tipo
                     END-EVALUATE
                     MOVE arqajuste-competencia TO wk-la-competencia
                     MOVE arqajuste-sequencia TO wk-la-sequencia
                     MOVE arqajuste-descricao TO wk-la-descricao
                     COMPUTE wk-la-valor = ZEROS - arqajuste-valor
                     WRITE arqrelajuste-linha FROM wk-lin-ajuste
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The override a supervisor earned over the team is paid on
      *    its own payroll line, untouched by their ledger netting.
       0054-IMPRIME-SUPERVISAO.

           IF        arqcomissao-vendedor-codigo NOT EQUAL
                                    wk-ext-vendedor
               PERFORM              0055-CABECALHO-VENDEDOR
           END-IF.
           MOVE      'COMISSAO DE SUPERVISAO ENVIADA A FOLHA'
                                    TO           wk-lvl-rotulo.
           MOVE      arqcomissao-liquido TO      wk-lvl-valor.
           WRITE     arqrelajuste-linha FROM     wk-lin-valor.
           ADD       arqcomissao-valor TO        wk-ext-bruto.
           ADD       arqcomissao-liquido TO      wk-ext-liquido.
      *---------------------------------------------------------------
      *    Incentive campaign bonus: its own payroll line as well,
      *    never netted.
       0056-IMPRIME-INCENTIVO.

           IF        arqcomissao-vendedor-codigo NOT EQUAL
                                    wk-ext-vendedor
               PERFORM              0055-CABECALHO-VENDEDOR
           END-IF.
           MOVE      'INCENTIVO DE CAMPANHA ENVIADO A FOLHA'
                                    TO           wk-lvl-rotulo.
           MOVE      arqcomissao-liquido TO      wk-lvl-valor.
           WRITE     arqrelajuste-linha FROM     wk-lin-valor.
           ADD       arqcomissao-valor TO        wk-ext-bruto.
           ADD       arqcomissao-liquido TO      wk-ext-liquido.
      *---------------------------------------------------------------
       0055-CABECALHO-VENDEDOR.

           ADD       1              TO           wk-ext-qtd.
           MOVE      arqcomissao-vendedor-codigo TO wk-ext-vendedor.
           MOVE      wk-ext-vendedor TO          wk-lv-codigo.
           MOVE      SPACES         TO           wk-lv-nome.
           MOVE      wk-ext-vendedor TO          ARQVENDEDOR-CODIGO.
           READ      ARQVENDEDOR    KEY IS       ARQVENDEDOR-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqvendedor-nome TO         wk-lv-nome
           END-READ.
           WRITE     arqrelajuste-linha FROM     wk-lin-vendedor.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQAJUSTE.
           IF        fl-ok          EQUAL        'S'
               CLOSE ARQVENDEDOR
           END-IF.
           IF        wk-tem-comissao EQUAL       'S'
               CLOSE ARQCOMISSAO
           END-IF.
           GOBACK.
           exit program.

           end program cadastroajuste.
