           copy "arqrelcomissaoselect.cpy".
           copy "arqcontratoselect.cpy".
           copy "arqregracomselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqempresacadselect.cpy".

       data division.

           copy "arqrelcomissaofd.cpy".
           copy "arqcontratofd.cpy".
           copy "arqregracomfd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqempresacadfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\contrato.dat".
           01  wk-caminho-arqregracom   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\regracom.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".

      *    Accelerator bands of the empresa, loaded once: per-linha
      *    rows override the 'T' set for vendedores of that linha.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-tem-venda           pic x(001) value 'N'.
              05 wk-tem-contrato        pic x(001) value 'N'.
              05 wk-tem-item            pic x(001) value 'N'.

      *    The rate each line actually pays: the vendedor's default
      *    unless a contract covers the venda date -- the statement
      *    prints it so the vendedor can check his own numbers.
           01  wk-taxa-aplicada         pic 9(003)v9(002) value zeros.
      *    On the empresa's margin basis each line pays on its share
      *    of gross margin, exactly as the closing computes it.
           01  wk-base-comissao         pic x(001) value 'R'.
               88 wk-base-margem        value 'M'.
           01  wk-margem.
              05 wk-mg-nf               pic 9(009) value zeros.
              05 wk-mg-receita          pic 9(011)v9(002) value zeros.
              05 wk-mg-custo            pic 9(011)v9(002) value zeros.
              05 wk-mg-itens            pic 9(005) value zeros.
              05 wk-fator-margem        pic 9(001)v9(006) value 1.
           01  wk-lin-base-margem.
              05 filler                 pic x(060) value
                 "COMISSAO CALCULADA SOBRE A MARGEM BRUTA DE CADA NOTA".

           01  wk-competencia           pic 9(006) value zeros.
           01  wk-comp-venda            pic 9(006) value zeros.

           01  wk-empresa-corrente      pic 9(003) value 1.

      *    Team roll-up for the supervisors' statements: the members
      *    with movement in the competencia are gathered during the
      *    sweep and printed under their supervisor once it is over,
      *    whatever order the vendedor file hands them in.
           01  wk-equipes.
              05 wk-eq-qtd              pic 9(003) comp value zeros.
              05 wk-eq-idx              pic 9(003) comp value zeros.
              05 wk-eq-item             occurs 500 times.
               07 wk-eq-supervisor      pic 9(007).
               07 wk-eq-codigo          pic 9(007).
               07 wk-eq-nome            pic x(030).
               07 wk-eq-vendas          pic s9(011)v9(002).
               07 wk-eq-comissao        pic s9(009)v9(002).
           01  wk-supervisores.
              05 wk-sp-qtd              pic 9(003) comp value zeros.
              05 wk-sp-idx              pic 9(003) comp value zeros.
              05 wk-sp-pos              pic 9(003) comp value zeros.
              05 wk-sp-busca            pic 9(007) value zeros.
              05 wk-sp-item             occurs 200 times.
               07 wk-sp-codigo          pic 9(007).
               07 wk-sp-membros         pic 9(003).
               07 wk-sp-demonstrativo   pic x(001).
           01  wk-totais-equipe.
              05 wk-eq-soma-vendas      pic s9(011)v9(002) value zeros.
              05 wk-eq-soma-comissao    pic s9(009)v9(002) value zeros.
              05 wk-eq-supervisao       pic s9(009)v9(002) value zeros.

           01  wk-lin-equipe-cabec.
              05 filler                 pic x(051) value
                 "EQUIPE SUPERVISIONADA".
              05 filler                 pic x(016) value
                 "VENDAS  COMISSAO".
           01  wk-lin-equipe.
              05 wk-le-codigo           pic 9(007).
              05 filler                 pic x(001) value spaces.
              05 wk-le-nome             pic x(030).
              05 filler                 pic x(001) value spaces.
              05 wk-le-vendas           pic -zz.zzz.zzz.zz9,99.
              05 filler                 pic x(001) value spaces.
              05 wk-le-comissao         pic -zzz.zzz.zz9,99.
           01  wk-lin-equipe-total.
              05 filler                 pic x(039) value
                 "TOTAL DA EQUIPE".
              05 wk-let-vendas          pic -zz.zzz.zzz.zz9,99.
              05 filler                 pic x(001) value spaces.
              05 wk-let-comissao        pic -zzz.zzz.zz9,99.
           01  wk-lin-supervisao.
              05 filler                 pic x(023) value
                 "COMISSAO DE SUPERVISAO ".
              05 wk-ls-taxa             pic zz9,99.
              05 filler                 pic x(028) value
                 "% S/ VENDAS DA EQUIPE".
              05 wk-ls-valor            pic -zzz.zzz.zz9,99.

           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqrelcomissaofs.cpy".
           copy "arqcontratofs.cpy".
           copy "arqregracomfs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqempresacadfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               MOVE  'S'            TO           wk-tem-contrato
           END-IF.

           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA EQUAL      ZEROS
               MOVE  'S'            TO           wk-tem-item
           END-IF.
           OPEN      INPUT        ARQEMPRESACAD.
           IF        FS-ARQEMPRESACAD EQUAL     ZEROS
               MOVE  wk-empresa-corrente TO
                                    arqempresacad-empresa
               READ  ARQEMPRESACAD  KEY IS
                                    ARQEMPRESACAD-EMPRESA
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqempresacad-base-margem
                     MOVE 'M'       TO          wk-base-comissao
                 END-IF
               END-READ
               CLOSE ARQEMPRESACAD
           END-IF.

           PERFORM   0060-CARREGA-ACELERADORES.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDEDOR
           END-START.
           MOVE      ZEROS          TO          wk-eq-qtd
                                                 wk-sp-qtd.
           PERFORM   0021-PROCESSA-VENDEDOR
             UNTIL   FS-ARQVENDEDOR EQUAL       '10'.
           PERFORM   0031-EQUIPE-SUPERVISOR
             VARYING wk-sp-idx      FROM        1
               BY    1
               UNTIL wk-sp-idx      >           wk-sp-qtd.

           DISPLAY   SC-TELA-RESUMO.
           ACCEPT    SC-TELA-RESUMO.
               PERFORM              0028-TOTAIS
               CLOSE  ARQRELCOMISSAO
               ADD    1             TO          wk-tot-demonstrativos
               IF     arqvendedor-taxa-supervisao GREATER ZEROS
                   MOVE arqvendedor-codigo TO   wk-sp-busca
                   PERFORM          0030-REGISTRA-SUPERVISOR
                   IF   wk-sp-pos   NOT EQUAL   ZEROS
                       MOVE 'S'     TO
                                    wk-sp-demonstrativo(wk-sp-pos)
                   END-IF
               END-IF
               IF     arqvendedor-supervisor-codigo NOT EQUAL ZEROS
                   PERFORM          0029B-REGISTRA-MEMBRO
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0023-POSICIONA-VENDAS.
           MOVE      arqvendedor-nome   TO      wk-cab-nome.
           MOVE      arqvendedor-regiao-codigo TO wk-cab-regiao.
           WRITE     arqrelcomissao-linha FROM  wk-lin-cabec2.
           IF        wk-base-margem
               WRITE arqrelcomissao-linha FROM  wk-lin-base-margem
           END-IF.
           WRITE     arqrelcomissao-linha FROM  wk-lin-cabec3.
      *---------------------------------------------------------------
       0027-IMPRIME-VENDA.
      *              estornadas still add, so original and reversal
      *              net to zero across the statement history.
                     PERFORM 0027A-TAXA-APLICADA
                     PERFORM 0027B-FATOR-MARGEM
                     COMPUTE wk-valor-comissao ROUNDED =
                             arqvenda-valor * wk-fator-margem *
                             wk-taxa-aplicada / 100
                     MOVE SPACES            TO wk-det-situacao
                     IF   arqvenda-estorno
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Share of the nota that is gross margin, from the cost
      *    frozen on its items -- a partial return carries the items
      *    it took back, a full reversal uses those of its nf-origem.
      *    1 on the receita basis, or when the nota has no items on
      *    file; a nota sold at or below cost pays nothing.
       0027B-FATOR-MARGEM.

           MOVE      1              TO          wk-fator-margem.
           IF        wk-base-margem
            AND      wk-tem-item    EQUAL       'S'
               MOVE  ZEROS          TO          wk-mg-receita
                                                 wk-mg-custo
                                                 wk-mg-itens
               MOVE  arqvenda-numero-nf TO      wk-mg-nf
               PERFORM              0027D-CUSTEIA-NF
               IF    arqvenda-estorno
                AND  wk-mg-itens    EQUAL       ZEROS
                   MOVE arqvenda-nf-origem TO   wk-mg-nf
                   PERFORM          0027D-CUSTEIA-NF
               END-IF
               IF    wk-mg-receita  GREATER     ZEROS
                   IF wk-mg-custo   NOT LESS    wk-mg-receita
                       MOVE ZEROS   TO          wk-fator-margem
                   ELSE
                       COMPUTE wk-fator-margem ROUNDED =
                               (wk-mg-receita - wk-mg-custo)
                             / wk-mg-receita
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0027C-SOMA-CUSTO.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-mg-nf
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 ADD  1             TO          wk-mg-itens
                 ADD  arqitemvenda-valor-total TO wk-mg-receita
                 ADD  arqitemvenda-custo-total TO wk-mg-custo
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0027D-CUSTEIA-NF.

           MOVE      wk-mg-nf       TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0027C-SOMA-CUSTO
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0028-TOTAIS.

                   MOVE wk-ac-limite-sup TO      wk-ac-limite-inf
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0029B-REGISTRA-MEMBRO.

           MOVE      arqvendedor-supervisor-codigo TO wk-sp-busca.
           PERFORM   0030-REGISTRA-SUPERVISOR.
           IF        wk-sp-pos      NOT EQUAL   ZEROS
            AND      wk-eq-qtd      <           500
               ADD   1              TO          wk-eq-qtd
               ADD   1              TO          wk-sp-membros(wk-sp-pos)
               MOVE  wk-sp-busca    TO
                                    wk-eq-supervisor(wk-eq-qtd)
               MOVE  arqvendedor-codigo TO      wk-eq-codigo(wk-eq-qtd)
               MOVE  arqvendedor-nome TO        wk-eq-nome(wk-eq-qtd)
               MOVE  wk-soma-vendas TO          wk-eq-vendas(wk-eq-qtd)
               MOVE  wk-soma-comissao TO
                                    wk-eq-comissao(wk-eq-qtd)
           END-IF.
      *---------------------------------------------------------------
      *    Finds the supervisor's slot, opening one on first sight.
       0030-REGISTRA-SUPERVISOR.

           MOVE      ZEROS          TO          wk-sp-pos.
           PERFORM   0030A-PROCURA-SUPERVISOR
             VARYING wk-sp-idx      FROM        1
               BY    1
               UNTIL wk-sp-idx      >           wk-sp-qtd.
           IF        wk-sp-pos      EQUAL       ZEROS
            AND      wk-sp-qtd      <           200
               ADD   1              TO          wk-sp-qtd
               MOVE  wk-sp-qtd      TO          wk-sp-pos
               MOVE  wk-sp-busca    TO          wk-sp-codigo(wk-sp-pos)
               MOVE  ZEROS          TO          wk-sp-membros(wk-sp-pos)
               MOVE  'N'            TO
                                    wk-sp-demonstrativo(wk-sp-pos)
           END-IF.
      *---------------------------------------------------------------
       0030A-PROCURA-SUPERVISOR.

           IF        wk-sp-codigo(wk-sp-idx) EQUAL wk-sp-busca
               MOVE  wk-sp-idx      TO          wk-sp-pos
           END-IF.
      *---------------------------------------------------------------
      *    After the sweep: an ativo supervisor with a rate on file
      *    gets their team appended to their own statement -- or a
      *    statement of their own when they sold nothing themselves.
       0031-EQUIPE-SUPERVISOR.

           IF        wk-sp-membros(wk-sp-idx) GREATER ZEROS
               MOVE  wk-sp-codigo(wk-sp-idx) TO ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqvendedor-ativo
                  AND arqvendedor-empresa EQUAL wk-empresa-corrente
                  AND arqvendedor-taxa-supervisao GREATER ZEROS
                     PERFORM        0032-IMPRIME-EQUIPE
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0032-IMPRIME-EQUIPE.

           IF        wk-sp-demonstrativo(wk-sp-idx) EQUAL 'S'
               MOVE  arqvendedor-codigo TO      wk-codigo-arquivo
               MOVE  SPACES         TO
                                    wk-caminho-arqrelcomissao
               STRING wk-caminho-base DELIMITED BY SPACE
                      wk-codigo-arquivo DELIMITED BY SIZE
                      ".txt"        DELIMITED BY SIZE
                 INTO wk-caminho-arqrelcomissao
               END-STRING
               OPEN  EXTEND       ARQRELCOMISSAO
           ELSE
               PERFORM              0025-ABRE-DEMONSTRATIVO
               MOVE  wk-competencia TO          wk-cab-competencia
               WRITE arqrelcomissao-linha FROM  wk-lin-cabec1
               MOVE  arqvendedor-codigo TO      wk-cab-codigo
               MOVE  arqvendedor-nome TO        wk-cab-nome
               MOVE  arqvendedor-regiao-codigo TO wk-cab-regiao
               WRITE arqrelcomissao-linha FROM  wk-lin-cabec2
               ADD   1              TO          wk-tot-demonstrativos
           END-IF.
           MOVE      ZEROS          TO          wk-eq-soma-vendas
                                                 wk-eq-soma-comissao.
           WRITE     arqrelcomissao-linha FROM  wk-lin-equipe-cabec.
           PERFORM   0033-IMPRIME-MEMBRO
             VARYING wk-eq-idx      FROM        1
               BY    1
               UNTIL wk-eq-idx      >           wk-eq-qtd.
           MOVE      wk-eq-soma-vendas TO       wk-let-vendas.
           MOVE      wk-eq-soma-comissao TO     wk-let-comissao.
           WRITE     arqrelcomissao-linha FROM  wk-lin-equipe-total.
           MOVE      ZEROS          TO          wk-eq-supervisao.
           IF        wk-eq-soma-vendas GREATER  ZEROS
               COMPUTE wk-eq-supervisao ROUNDED =
                       wk-eq-soma-vendas
                       * arqvendedor-taxa-supervisao / 100
           END-IF.
           MOVE      arqvendedor-taxa-supervisao TO wk-ls-taxa.
           MOVE      wk-eq-supervisao TO        wk-ls-valor.
           WRITE     arqrelcomissao-linha FROM  wk-lin-supervisao.
           CLOSE     ARQRELCOMISSAO.
      *---------------------------------------------------------------
       0033-IMPRIME-MEMBRO.

           IF        wk-eq-supervisor(wk-eq-idx) EQUAL
                                    wk-sp-codigo(wk-sp-idx)
               MOVE  wk-eq-codigo(wk-eq-idx) TO wk-le-codigo
               MOVE  wk-eq-nome(wk-eq-idx) TO   wk-le-nome
               MOVE  wk-eq-vendas(wk-eq-idx) TO wk-le-vendas
               MOVE  wk-eq-comissao(wk-eq-idx) TO wk-le-comissao
               WRITE arqrelcomissao-linha FROM  wk-lin-equipe
               ADD   wk-eq-vendas(wk-eq-idx) TO wk-eq-soma-vendas
               ADD   wk-eq-comissao(wk-eq-idx) TO
                                    wk-eq-soma-comissao
           END-IF.
      *---------------------------------------------------------------
      *    Loads the empresa's accelerator bands once; a missing
      *    rules file leaves the flat rate in force.
           IF        wk-tem-contrato EQUAL      'S'
               CLOSE ARQCONTRATO
           END-IF.
           IF        wk-tem-item    EQUAL       'S'
               CLOSE ARQITEMVENDA
           END-IF.
           GOBACK.
           exit program.

