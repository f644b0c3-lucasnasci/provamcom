       program-id. relatoriomargem as "relatoriomargem".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendaselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqrelmargselect.cpy".
           select    sort-margem-work assign to "SORTMARG".

       data division.

           file section.

           copy "arqvendafd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqrelmargfd.cpy".

           SD  SORT-MARGEM-WORK.
           01  SORT-MARGEM-REG.
               05 SORT-PRODUTO          pic  9(005).
               05 SORT-QUANTIDADE       pic s9(007).
               05 SORT-RECEITA          pic s9(011)v9(002).
               05 SORT-CUSTO            pic s9(011)v9(002).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqrelmarg    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relmarg.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-tem-produto         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-data-ini              pic 9(008) value zeros.
           01  wk-data-fim              pic 9(008) value zeros.

      *    The nota being costed: a reversal 'R' is signed down and
      *    costed on its own items when it is a partial return, or
      *    on those of its nf-origem when it reversed the whole nota.
           01  wk-nota.
              05 wk-nt-nf-itens         pic 9(009) value zeros.
              05 wk-nt-sinal            pic s9(001) value +1.
              05 wk-nt-receita          pic s9(011)v9(002) value zeros.
              05 wk-nt-custo            pic s9(011)v9(002) value zeros.
              05 wk-nt-sem-custo        pic x(001) value 'N'.
              05 wk-nt-itens            pic 9(005) value zeros.
              05 wk-nt-item-receita     pic s9(011)v9(002) value zeros.
              05 wk-nt-item-custo       pic s9(011)v9(002) value zeros.

           01  wk-calculo.
              05 wk-cl-receita          pic s9(013)v9(002) value zeros.
              05 wk-cl-custo            pic s9(013)v9(002) value zeros.
              05 wk-cl-margem           pic s9(013)v9(002) value zeros.
              05 wk-cl-percentual       pic s9(005)v9(002) value zeros.

      *    Vendedores with notas in the period, in the order met.
           01  wk-vendedores.
              05 wk-vd-qtd              pic 9(003) comp value zeros.
              05 wk-vd-idx              pic 9(003) comp value zeros.
              05 wk-vd-pos              pic 9(003) comp value zeros.
              05 wk-vd-item             occurs 500 times.
               07 wk-vd-codigo          pic 9(007).
               07 wk-vd-nome            pic x(030).
               07 wk-vd-receita         pic s9(013)v9(002).
               07 wk-vd-custo           pic s9(013)v9(002).

           01  wk-produto-atual.
              05 wk-pa-codigo           pic 9(005) value zeros.
              05 wk-pa-quantidade       pic s9(009) value zeros.
              05 wk-pa-receita          pic s9(013)v9(002) value zeros.
              05 wk-pa-custo            pic s9(013)v9(002) value zeros.

           01  wk-totais.
              05 wk-tot-notas           pic 9(007) value zeros.
              05 wk-tot-sem-custo       pic 9(007) value zeros.
              05 wk-tot-receita         pic s9(013)v9(002) value zeros.
              05 wk-tot-custo           pic s9(013)v9(002) value zeros.
              05 wk-tot-margem          pic s9(013)v9(002) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(036) value
                 "MARGEM BRUTA SOBRE VENDAS - PERIODO ".
              05 wk-lti-ini             pic 9(008).
              05 filler                 pic x(003) value " A ".
              05 wk-lti-fim             pic 9(008).
           01  wk-lin-secao             pic x(132) value spaces.
           01  wk-lin-cabec-valores.
              05 filler                 pic x(050) value spaces.
              05 filler                 pic x(036) value
                 "      RECEITA           CUSTO       ".
              05 filler                 pic x(024) value
                 "  MARGEM   MARG%".
           01  wk-lin-detalhe.
              05 wk-ld-chave            pic x(009).
              05 filler                 pic x(001) value space.
              05 wk-ld-descricao        pic x(040).
              05 wk-ld-receita          pic -z.zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-ld-custo            pic -z.zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-ld-margem           pic -z.zzz.zzz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-ld-percentual       pic -zzz9,99.
              05 filler                 pic x(001) value space.
              05 wk-ld-observacao       pic x(010).
           01  wk-lin-nota.
              05 filler                 pic x(006) value "DATA ".
              05 wk-ln-data             pic 9(008).
              05 filler                 pic x(010) value " VENDEDOR ".
              05 wk-ln-vendedor         pic 9(007).
              05 filler                 pic x(009) value spaces.
           01  wk-lin-produto.
              05 filler                 pic x(005) value "QTD ".
              05 wk-lp-quantidade       pic -zzz.zz9.
              05 filler                 pic x(001) value space.
              05 wk-lp-descricao        pic x(026).

           copy "arqvendafs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqrelmargfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "MARGEM BRUTA POR NOTA, VENDEDOR E PRODUTO".
               05  line  3   col  05 value
                         "Data inicial (AAAAMMDD)".
               05  line  3   col  43   using wk-data-ini.
               05  line  4   col  05 value
                         "Data final (AAAAMMDD)".
               05  line  4   col  43   using wk-data-fim.
               05  line  5   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA MARGEM (relmarg.txt)".
               05  line  3   col  05 VALUE
                         "Notas analisadas".
               05  line  3   col  43   using wk-tot-notas.
               05  line  4   col  05 VALUE
                         "Notas com item sem custo".
               05  line  4   col  43   using wk-tot-sem-custo.
               05  line  5   col  05 VALUE
                         "Receita".
               05  line  5   col  43   using wk-tot-receita.
               05  line  6   col  05 VALUE
                         "Margem bruta".
               05  line  6   col  43   using wk-tot-margem.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA NOT EQUAL  ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQITEMVENDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDEDOR
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQPRODUTO.
           IF        FS-ARQPRODUTO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-produto
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             IF        wk-data-ini   EQUAL      ZEROS
              OR       wk-data-fim   LESS       wk-data-ini
                 MOVE  'Informar o periodo'     TO          wk-msg
             ELSE
                 PERFORM 0020-GERA-RELATORIO
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    The notas section is printed while the notas are read; the
      *    items go to the sort for the produto section, and the
      *    vendedor section closes the report from its table.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           MOVE      ZEROS          TO          wk-vd-qtd.
           OPEN      OUTPUT       ARQRELMARG.
           MOVE      wk-data-ini    TO          wk-lti-ini.
           MOVE      wk-data-fim    TO          wk-lti-fim.
           WRITE     arqrelmarg-linha FROM      wk-lin-titulo.
           MOVE      SPACES         TO          arqrelmarg-linha.
           WRITE     arqrelmarg-linha.
           MOVE      'POR NOTA FISCAL'          TO
                                    wk-lin-secao.
           WRITE     arqrelmarg-linha FROM      wk-lin-secao.
           WRITE     arqrelmarg-linha FROM      wk-lin-cabec-valores.

           SORT      SORT-MARGEM-WORK
                     ON ASCENDING KEY        SORT-PRODUTO
                     INPUT PROCEDURE IS      0021-CARREGA-NOTAS
                     OUTPUT PROCEDURE IS     0040-IMPRIME-PRODUTOS.

           PERFORM   0050-IMPRIME-VENDEDORES.

           MOVE      SPACES         TO          arqrelmarg-linha.
           WRITE     arqrelmarg-linha.
           MOVE      'TOTAL'        TO          wk-ld-chave.
           MOVE      'TOTAL GERAL'  TO          wk-ld-descricao.
           MOVE      wk-tot-receita TO          wk-cl-receita.
           MOVE      wk-tot-custo   TO          wk-cl-custo.
           PERFORM   0060-FORMATA-VALORES.
           MOVE      wk-cl-margem   TO          wk-tot-margem.
           WRITE     arqrelmarg-linha FROM      wk-lin-detalhe.
           CLOSE     ARQRELMARG.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-CARREGA-NOTAS.

           MOVE      LOW-VALUES     TO          ARQVENDA-NUMERO-NF.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0022-LE-NOTA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
      *    A cancelled NF still shows its sale in its own period; the
      *    reversal takes it back in the period it was posted.
       0022-LE-NOTA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-data  NOT LESS    wk-data-ini
              AND    arqvenda-data  NOT GREATER wk-data-fim
                 MOVE arqvenda-vendedor-codigo TO arqvendedor-codigo
                 READ ARQVENDEDOR   KEY IS      ARQVENDEDOR-CODIGO
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   IF  arqvendedor-empresa EQUAL wk-empresa-corrente
                       PERFORM      0023-CUSTEIA-NOTA
                   END-IF
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-CUSTEIA-NOTA.

           MOVE      ZEROS          TO          wk-nt-receita
                                                 wk-nt-custo.
           MOVE      'N'            TO          wk-nt-sem-custo.
           MOVE      +1             TO          wk-nt-sinal.
           MOVE      ZEROS          TO          wk-nt-itens.
           IF        arqvenda-estorno
               MOVE  -1             TO          wk-nt-sinal
           END-IF.
           MOVE      arqvenda-numero-nf TO      wk-nt-nf-itens.
           PERFORM   0023A-LE-ITENS.
           IF        arqvenda-estorno
            AND      wk-nt-itens    EQUAL       ZEROS
               MOVE  arqvenda-nf-origem TO      wk-nt-nf-itens
               PERFORM              0023A-LE-ITENS
               MOVE  ZEROS          TO          wk-nt-itens
           END-IF.

           ADD       1              TO          wk-tot-notas.
           ADD       wk-nt-receita  TO          wk-tot-receita.
           ADD       wk-nt-custo    TO          wk-tot-custo.
           PERFORM   0025-ACUMULA-VENDEDOR.

           MOVE      arqvenda-numero-nf TO      wk-ld-chave.
           MOVE      arqvenda-data  TO          wk-ln-data.
           MOVE      arqvenda-vendedor-codigo TO wk-ln-vendedor.
           MOVE      wk-lin-nota    TO          wk-ld-descricao.
           MOVE      wk-nt-receita  TO          wk-cl-receita.
           MOVE      wk-nt-custo    TO          wk-cl-custo.
           PERFORM   0060-FORMATA-VALORES.
           IF        arqvenda-estorno
               IF    wk-nt-itens    GREATER     ZEROS
                   MOVE 'DEVOLUCAO' TO          wk-ld-observacao
               ELSE
                   MOVE 'ESTORNO'   TO          wk-ld-observacao
               END-IF
           END-IF.
           IF        wk-nt-sem-custo EQUAL      'S'
               MOVE  'SEM CUSTO'    TO          wk-ld-observacao
               ADD   1              TO          wk-tot-sem-custo
           END-IF.
           WRITE     arqrelmarg-linha FROM      wk-lin-detalhe.
      *---------------------------------------------------------------
       0023A-LE-ITENS.

           MOVE      wk-nt-nf-itens TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0024-CUSTEIA-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0024-CUSTEIA-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-nt-nf-itens
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 ADD  1             TO          wk-nt-itens
                 IF   arqitemvenda-custo-unitario EQUAL ZEROS
                     MOVE 'S'       TO          wk-nt-sem-custo
                 END-IF
                 COMPUTE wk-nt-item-receita =
                         arqitemvenda-valor-total * wk-nt-sinal
                 COMPUTE wk-nt-item-custo =
                         arqitemvenda-custo-total * wk-nt-sinal
                 ADD  wk-nt-item-receita TO     wk-nt-receita
                 ADD  wk-nt-item-custo TO       wk-nt-custo
                 MOVE arqitemvenda-produto-codigo TO SORT-PRODUTO
                 COMPUTE SORT-QUANTIDADE =
                         arqitemvenda-quantidade * wk-nt-sinal
                 MOVE wk-nt-item-receita TO     SORT-RECEITA
                 MOVE wk-nt-item-custo TO       SORT-CUSTO
                 RELEASE SORT-MARGEM-REG
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0025-ACUMULA-VENDEDOR.

           MOVE      ZEROS          TO          wk-vd-pos.
           PERFORM   0026-PROCURA-VENDEDOR
             VARYING wk-vd-idx      FROM        1
               BY    1
               UNTIL wk-vd-idx      >           wk-vd-qtd
                OR   wk-vd-pos      NOT EQUAL   ZEROS.
           IF        wk-vd-pos      EQUAL       ZEROS
            AND      wk-vd-qtd      LESS        500
               ADD   1              TO          wk-vd-qtd
               MOVE  wk-vd-qtd      TO          wk-vd-pos
               MOVE  arqvendedor-codigo TO      wk-vd-codigo(wk-vd-pos)
               MOVE  arqvendedor-nome TO        wk-vd-nome(wk-vd-pos)
               MOVE  ZEROS          TO          wk-vd-receita(wk-vd-pos)
                                                 wk-vd-custo(wk-vd-pos)
           END-IF.
           IF        wk-vd-pos      NOT EQUAL   ZEROS
               ADD   wk-nt-receita  TO          wk-vd-receita(wk-vd-pos)
               ADD   wk-nt-custo    TO          wk-vd-custo(wk-vd-pos)
           END-IF.
      *---------------------------------------------------------------
       0026-PROCURA-VENDEDOR.

           IF        wk-vd-codigo(wk-vd-idx) EQUAL arqvendedor-codigo
               MOVE  wk-vd-idx      TO          wk-vd-pos
           END-IF.
      *---------------------------------------------------------------
       0040-IMPRIME-PRODUTOS.

           MOVE      SPACES         TO          arqrelmarg-linha.
           WRITE     arqrelmarg-linha.
           MOVE      'POR PRODUTO'  TO          wk-lin-secao.
           WRITE     arqrelmarg-linha FROM      wk-lin-secao.
           WRITE     arqrelmarg-linha FROM      wk-lin-cabec-valores.
           MOVE      ZEROS          TO          wk-pa-codigo.
           MOVE      'N'            TO          WK-FIM-ORDENACAO.
           PERFORM   0041-RETURN-ITEM
             UNTIL   WK-FIM-ORDENACAO EQUAL     'S'.
           IF        wk-pa-codigo   NOT EQUAL   ZEROS
               PERFORM              0042-FECHA-PRODUTO
           END-IF.
      *---------------------------------------------------------------
       0041-RETURN-ITEM.

           RETURN    SORT-MARGEM-WORK
            AT END
             MOVE    'S'            TO          WK-FIM-ORDENACAO
            NOT AT END
             IF      SORT-PRODUTO   NOT EQUAL   wk-pa-codigo
                 IF   wk-pa-codigo  NOT EQUAL   ZEROS
                     PERFORM        0042-FECHA-PRODUTO
                 END-IF
                 MOVE SORT-PRODUTO  TO          wk-pa-codigo
                 MOVE ZEROS         TO          wk-pa-quantidade
                                                 wk-pa-receita
                                                 wk-pa-custo
             END-IF
             ADD     SORT-QUANTIDADE TO         wk-pa-quantidade
             ADD     SORT-RECEITA   TO          wk-pa-receita
             ADD     SORT-CUSTO     TO          wk-pa-custo
           END-RETURN.
      *---------------------------------------------------------------
       0042-FECHA-PRODUTO.

           MOVE      SPACES         TO          wk-lp-descricao.
           IF        wk-tem-produto EQUAL       'S'
               MOVE  wk-pa-codigo   TO          arqproduto-codigo
               READ  ARQPRODUTO     KEY IS      ARQPRODUTO-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqproduto-descricao TO   wk-lp-descricao
               END-READ
           END-IF.
           MOVE      wk-pa-quantidade TO        wk-lp-quantidade.
           MOVE      wk-pa-codigo   TO          wk-ld-chave.
           MOVE      wk-lin-produto TO          wk-ld-descricao.
           MOVE      wk-pa-receita  TO          wk-cl-receita.
           MOVE      wk-pa-custo    TO          wk-cl-custo.
           PERFORM   0060-FORMATA-VALORES.
           WRITE     arqrelmarg-linha FROM      wk-lin-detalhe.
      *---------------------------------------------------------------
       0050-IMPRIME-VENDEDORES.

           MOVE      SPACES         TO          arqrelmarg-linha.
           WRITE     arqrelmarg-linha.
           MOVE      'POR VENDEDOR' TO          wk-lin-secao.
           WRITE     arqrelmarg-linha FROM      wk-lin-secao.
           WRITE     arqrelmarg-linha FROM      wk-lin-cabec-valores.
           PERFORM   0051-IMPRIME-VENDEDOR
             VARYING wk-vd-idx      FROM        1
               BY    1
               UNTIL wk-vd-idx      >           wk-vd-qtd.
      *---------------------------------------------------------------
       0051-IMPRIME-VENDEDOR.

           MOVE      wk-vd-codigo(wk-vd-idx) TO wk-ld-chave.
           MOVE      wk-vd-nome(wk-vd-idx) TO   wk-ld-descricao.
           MOVE      wk-vd-receita(wk-vd-idx) TO wk-cl-receita.
           MOVE      wk-vd-custo(wk-vd-idx) TO  wk-cl-custo.
           PERFORM   0060-FORMATA-VALORES.
           WRITE     arqrelmarg-linha FROM      wk-lin-detalhe.
      *---------------------------------------------------------------
      *    Receita, custo, margem and margem % of one line; leaves
      *    the observation blank for the caller to fill.
       0060-FORMATA-VALORES.

           COMPUTE   wk-cl-margem   =  wk-cl-receita - wk-cl-custo.
           IF        wk-cl-receita  NOT EQUAL   ZEROS
               COMPUTE wk-cl-percentual ROUNDED =
                       wk-cl-margem * 100 / wk-cl-receita
           ELSE
               MOVE  ZEROS          TO          wk-cl-percentual
           END-IF.
           MOVE      wk-cl-receita  TO          wk-ld-receita.
           MOVE      wk-cl-custo    TO          wk-ld-custo.
           MOVE      wk-cl-margem   TO          wk-ld-margem.
           MOVE      wk-cl-percentual TO        wk-ld-percentual.
           MOVE      SPACES         TO          wk-ld-observacao.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDA
               CLOSE ARQITEMVENDA
               CLOSE ARQVENDEDOR
           END-IF.
           IF        wk-tem-produto EQUAL       'S'
               CLOSE ARQPRODUTO
           END-IF.
           GOBACK.
           exit program.

           end program relatoriomargem.
