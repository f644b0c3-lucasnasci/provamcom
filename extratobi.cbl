       program-id. extratobi as "extratobi".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendaselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqbivendaselect.cpy".
           copy "arqbitituloselect.cpy".
           copy "arqbivisitaselect.cpy".
           copy "arqbiclienteselect.cpy".
           copy "arqbivendedorselect.cpy".
           copy "arqbiprodutoselect.cpy".
           copy "arqbiregiaoselect.cpy".
           copy "arqbictlselect.cpy".

       data division.

           file section.

           copy "arqvendafd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqempresacadfd.cpy".
           copy "arqbivendafd.cpy".
           copy "arqbititulofd.cpy".
           copy "arqbivisitafd.cpy".
           copy "arqbiclientefd.cpy".
           copy "arqbivendedorfd.cpy".
           copy "arqbiprodutofd.cpy".
           copy "arqbiregiaofd.cpy".
           copy "arqbictlfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".
           01  wk-caminho-arqbivenda    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bifvenda.dat".
           01  wk-caminho-arqbititulo   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\biftitulo.dat".
           01  wk-caminho-arqbivisita   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bifvisita.dat".
           01  wk-caminho-arqbicliente  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bidcliente.dat".
           01  wk-caminho-arqbivendedor pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bidvendedor.dat".
           01  wk-caminho-arqbiproduto  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bidproduto.dat".
           01  wk-caminho-arqbiregiao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bidregiao.dat".
           01  wk-caminho-arqbictl      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bictl.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-modo                pic x(001) value 'I'.
                 88 wk-modo-incremental value 'I'.
                 88 wk-modo-completo    value 'C'.
              05 wk-seleciona           pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

      *    The last extract's watermark and what this run advances
      *    it to.
           01  wk-marca.
              05 wk-ult-data            pic 9(008) value zeros.
              05 wk-ult-hora            pic 9(006) value zeros.
              05 wk-max-nf              pic 9(009) value zeros.
              05 wk-novo-max-nf         pic 9(009) value zeros.

      *    Header and trailer of every BI file share one layout;
      *    each file's record area is written from here.
           01  wk-bi-controle.
              05 wk-bc-tipo             pic x(001) value spaces.
              05 wk-bc-feed             pic x(008) value spaces.
              05 wk-bc-data             pic 9(008) value zeros.
              05 wk-bc-versao           pic 9(003) value 1.
              05 wk-bc-qtd              pic 9(007) value zeros.
              05 wk-bc-hash             pic 9(015) value zeros.

           01  wk-contagens.
              05 wk-qtd-venda           pic 9(007) value zeros.
              05 wk-hash-venda          pic 9(015) value zeros.
              05 wk-qtd-titulo          pic 9(007) value zeros.
              05 wk-hash-titulo         pic 9(015) value zeros.
              05 wk-qtd-visita          pic 9(007) value zeros.
              05 wk-hash-visita         pic 9(015) value zeros.
              05 wk-qtd-cliente         pic 9(007) value zeros.
              05 wk-hash-cliente        pic 9(015) value zeros.
              05 wk-qtd-vendedor        pic 9(007) value zeros.
              05 wk-hash-vendedor       pic 9(015) value zeros.
              05 wk-qtd-produto         pic 9(007) value zeros.
              05 wk-hash-produto        pic 9(015) value zeros.
              05 wk-qtd-regiao          pic 9(007) value zeros.
              05 wk-hash-regiao         pic 9(015) value zeros.

      *    The sales structure held in memory so every row can carry
      *    its regiao, zona and diretoria without a recursive read.
           01  wk-hierarquia.
              05 wk-hr-qtd              pic 9(003) comp value zeros.
              05 wk-hr-idx              pic 9(003) comp value zeros.
              05 wk-hr-salva            pic 9(003) comp value zeros.
              05 wk-hr-busca            pic 9(007) value zeros.
              05 wk-hr-achou            pic x(001) value 'N'.
              05 wk-hr-item             occurs 300 times.
               07 wk-hr-codigo          pic 9(007).
               07 wk-hr-pai             pic 9(007).
               07 wk-hr-nome            pic x(040).
               07 wk-hr-status          pic x(001).

      *    The chain climbed from one node, first entry the node
      *    itself, last the diretoria at the top.
           01  wk-cadeia.
              05 wk-cd-qtd              pic 9(002) comp value zeros.
              05 wk-cd-item             occurs 10 times.
               07 wk-cd-codigo          pic 9(007).
               07 wk-cd-idx             pic 9(003) comp.
              05 wk-cd-zona             pic 9(007) value zeros.
              05 wk-cd-zona-nome        pic x(040) value spaces.
              05 wk-cd-diretoria        pic 9(007) value zeros.
              05 wk-cd-diretoria-nome   pic x(040) value spaces.

      *    Originals reversed by a reversal sent in this run: their
      *    titulos were cancelled without a date stamp, so they are
      *    sent again to carry the new situacao.
           01  wk-estornadas.
              05 wk-es-qtd              pic 9(004) comp value zeros.
              05 wk-es-idx              pic 9(004) comp value zeros.
              05 wk-es-achou            pic x(001) value 'N'.
              05 wk-es-nf               occurs 2000 pic 9(009).

           01  wk-item-fato.
              05 wk-nf-itens            pic 9(009) value zeros.
              05 wk-itens-emitidos      pic 9(003) value zeros.
              05 wk-fato-regiao         pic 9(007) value zeros.

           copy "arqvendafs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqbivendafs.cpy".
           copy "arqbititulofs.cpy".
           copy "arqbivisitafs.cpy".
           copy "arqbiclientefs.cpy".
           copy "arqbivendedorfs.cpy".
           copy "arqbiprodutofs.cpy".
           copy "arqbiregiaofs.cpy".
           copy "arqbictlfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "EXTRATO PARA O BI (FATOS E DIMENSOES)".
               05  line  3   col  05 value
                         "1 Incremental desde a ultima carga".
               05  line  4   col  05 value
                         "2 Completo (recarga total)".
               05  line  5   col  05 value
                         "9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  7   col  05 value
                         "Ultima carga (AAAAMMDD)".
               05  line  7   col  43   using wk-ult-data.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DO EXTRATO PARA O BI".
               05  line  3   col  05 VALUE
                         "Itens de venda".
               05  line  3   col  40   using wk-qtd-venda.
               05  line  4   col  05 VALUE
                         "Titulos".
               05  line  4   col  40   using wk-qtd-titulo.
               05  line  5   col  05 VALUE
                         "Visitas".
               05  line  5   col  40   using wk-qtd-visita.
               05  line  6   col  05 VALUE
                         "Clientes / vendedores".
               05  line  6   col  40   using wk-qtd-cliente.
               05  line  6   col  50   using wk-qtd-vendedor.
               05  line  7   col  05 VALUE
                         "Produtos / nos da estrutura".
               05  line  7   col  40   using wk-qtd-produto.
               05  line  7   col  50   using wk-qtd-regiao.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           SET           wk-modo-incremental    TO          TRUE
           PERFORM       0020-GERA-EXTRATO
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           PERFORM   0003-VERIFICA-TREINAMENTO.

           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQVENDA
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQITEMVENDA.
           OPEN      INPUT        ARQVENDEDOR.
           OPEN      INPUT        ARQPRODUTO.
           OPEN      INPUT        ARQTITULO.
           OPEN      INPUT        ARQVISITA.

           PERFORM   0005-LE-CONTROLE.
      *---------------------------------------------------------------
      *    A treinamento empresa must never feed the outside world:
      *    classes generate junk that payroll and billing cannot
      *    tell from the real thing.
       0003-VERIFICA-TREINAMENTO.

           OPEN      INPUT        ARQEMPRESACAD.
           IF        FS-ARQEMPRESACAD EQUAL     ZEROS
               MOVE  wk-empresa-corrente TO
                                    arqempresacad-empresa
               READ  ARQEMPRESACAD  KEY IS
                                    ARQEMPRESACAD-EMPRESA
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqempresacad-treinamento
                     MOVE 'N'       TO          fl-ok
                     MOVE 'Empresa de treinamento - interface vetada'
                                    TO          wk-msg
                 END-IF
               END-READ
               CLOSE ARQEMPRESACAD
           END-IF.
      *---------------------------------------------------------------
       0005-LE-CONTROLE.

           OPEN      INPUT        ARQBICTL.
           IF        FS-ARQBICTL    EQUAL       ZEROS
               READ  ARQBICTL
                AT END
                 CONTINUE
                NOT AT END
                 MOVE arqbictl-data TO          wk-ult-data
                 MOVE arqbictl-hora TO          wk-ult-hora
                 MOVE arqbictl-max-nf TO        wk-max-nf
               END-READ
               CLOSE ARQBICTL
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
             SET       wk-modo-incremental      TO          TRUE
             PERFORM   0020-GERA-EXTRATO
           END-IF.
           IF          WK-OPCAO      EQUAL      2
             SET       wk-modo-completo         TO          TRUE
             PERFORM   0020-GERA-EXTRATO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Dimensions go out whole on every run -- the masters are
      *    small and only the cliente carries a change stamp -- so
      *    the cube replaces them. Facts go out whole in a full run;
      *    an incremental run sends only what moved since the
      *    watermark, and the cube merges those rows by their keys.
      *    With no watermark yet, incremental sends everything.
       0020-GERA-EXTRATO.

           IF        fl-ok          NOT EQUAL   'S'
               CONTINUE
           ELSE
               INITIALIZE                       wk-contagens
               MOVE  wk-max-nf      TO          wk-novo-max-nf
               MOVE  ZEROS          TO          wk-es-qtd
               PERFORM              0030-CARREGA-HIERARQUIA
               PERFORM              0021-ABRE-SAIDAS
               PERFORM              0040-DIMENSAO-REGIAO
                 VARYING wk-hr-idx  FROM        1
                   BY    1
                   UNTIL wk-hr-idx  >           wk-hr-qtd
               PERFORM              0041-DIMENSAO-CLIENTE
               PERFORM              0043-DIMENSAO-VENDEDOR
               PERFORM              0045-DIMENSAO-PRODUTO
               PERFORM              0050-FATO-VENDA
               PERFORM              0060-FATO-TITULO
               PERFORM              0070-FATO-VISITA
               PERFORM              0028-FECHA-SAIDAS
               PERFORM              0029-GRAVA-CONTROLE
               MOVE  'Extrato gerado'           TO          wk-msg
               IF    wk-batch       NOT EQUAL   'S'
                   DISPLAY SC-TELA-RESUMO
                   ACCEPT  SC-TELA-RESUMO
               END-IF
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-ABRE-SAIDAS.

           MOVE      SPACES         TO          wk-bi-controle.
           MOVE      'H'            TO          wk-bc-tipo.
           ACCEPT    wk-bc-data     FROM        DATE.
           MOVE      1              TO          wk-bc-versao.
           MOVE      ZEROS          TO          wk-bc-qtd
                                                 wk-bc-hash.
           OPEN      OUTPUT       ARQBIVENDA.
           MOVE      'BIVENDA'      TO          wk-bc-feed.
           WRITE     arqbivenda-registro FROM   wk-bi-controle.
           OPEN      OUTPUT       ARQBITITULO.
           MOVE      'BITITULO'     TO          wk-bc-feed.
           WRITE     arqbititulo-registro FROM  wk-bi-controle.
           OPEN      OUTPUT       ARQBIVISITA.
           MOVE      'BIVISITA'     TO          wk-bc-feed.
           WRITE     arqbivisita-registro FROM  wk-bi-controle.
           OPEN      OUTPUT       ARQBICLIENTE.
           MOVE      'BICLIENT'     TO          wk-bc-feed.
           WRITE     arqbicliente-registro FROM wk-bi-controle.
           OPEN      OUTPUT       ARQBIVENDEDOR.
           MOVE      'BIVENDED'     TO          wk-bc-feed.
           WRITE     arqbivendedor-registro FROM
                                    wk-bi-controle.
           OPEN      OUTPUT       ARQBIPRODUTO.
           MOVE      'BIPRODUT'     TO          wk-bc-feed.
           WRITE     arqbiproduto-registro FROM wk-bi-controle.
           OPEN      OUTPUT       ARQBIREGIAO.
           MOVE      'BIREGIAO'     TO          wk-bc-feed.
           WRITE     arqbiregiao-registro FROM  wk-bi-controle.
      *---------------------------------------------------------------
       0028-FECHA-SAIDAS.

           MOVE      SPACES         TO          wk-bi-controle.
           MOVE      'T'            TO          wk-bc-tipo.
           ACCEPT    wk-bc-data     FROM        DATE.
           MOVE      1              TO          wk-bc-versao.

           MOVE      'BIVENDA'      TO          wk-bc-feed.
           MOVE      wk-qtd-venda   TO          wk-bc-qtd.
           MOVE      wk-hash-venda  TO          wk-bc-hash.
           WRITE     arqbivenda-registro FROM   wk-bi-controle.
           CLOSE     ARQBIVENDA.

           MOVE      'BITITULO'     TO          wk-bc-feed.
           MOVE      wk-qtd-titulo  TO          wk-bc-qtd.
           MOVE      wk-hash-titulo TO          wk-bc-hash.
           WRITE     arqbititulo-registro FROM  wk-bi-controle.
           CLOSE     ARQBITITULO.

           MOVE      'BIVISITA'     TO          wk-bc-feed.
           MOVE      wk-qtd-visita  TO          wk-bc-qtd.
           MOVE      wk-hash-visita TO          wk-bc-hash.
           WRITE     arqbivisita-registro FROM  wk-bi-controle.
           CLOSE     ARQBIVISITA.

           MOVE      'BICLIENT'     TO          wk-bc-feed.
           MOVE      wk-qtd-cliente TO          wk-bc-qtd.
           MOVE      wk-hash-cliente TO         wk-bc-hash.
           WRITE     arqbicliente-registro FROM wk-bi-controle.
           CLOSE     ARQBICLIENTE.

           MOVE      'BIVENDED'     TO          wk-bc-feed.
           MOVE      wk-qtd-vendedor TO         wk-bc-qtd.
           MOVE      wk-hash-vendedor TO        wk-bc-hash.
           WRITE     arqbivendedor-registro FROM
                                    wk-bi-controle.
           CLOSE     ARQBIVENDEDOR.

           MOVE      'BIPRODUT'     TO          wk-bc-feed.
           MOVE      wk-qtd-produto TO          wk-bc-qtd.
           MOVE      wk-hash-produto TO         wk-bc-hash.
           WRITE     arqbiproduto-registro FROM wk-bi-controle.
           CLOSE     ARQBIPRODUTO.

           MOVE      'BIREGIAO'     TO          wk-bc-feed.
           MOVE      wk-qtd-regiao  TO          wk-bc-qtd.
           MOVE      wk-hash-regiao TO          wk-bc-hash.
           WRITE     arqbiregiao-registro FROM  wk-bi-controle.
           CLOSE     ARQBIREGIAO.
      *---------------------------------------------------------------
      *    The watermark moves to this run's start date, not its
      *    end: anything stamped later today goes out again
      *    tomorrow, which the cube's merge by key absorbs.
       0029-GRAVA-CONTROLE.

           OPEN      OUTPUT       ARQBICTL.
           ACCEPT    arqbictl-data  FROM        DATE.
           ACCEPT    arqbictl-hora  FROM        TIME.
           MOVE      wk-novo-max-nf TO          arqbictl-max-nf.
           WRITE     arqbictl-registro.
           CLOSE     ARQBICTL.
           MOVE      arqbictl-data  TO          wk-ult-data.
           MOVE      arqbictl-hora  TO          wk-ult-hora.
           MOVE      wk-novo-max-nf TO          wk-max-nf.
      *---------------------------------------------------------------
       0030-CARREGA-HIERARQUIA.

           MOVE      ZEROS          TO          wk-hr-qtd.
           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO   EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQREGIAO-CHAVE
               START ARQREGIAO      KEY IS      NOT LESS
                                    ARQREGIAO-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQREGIAO
               END-START
               PERFORM              0030A-CARREGA-NO
                 UNTIL FS-ARQREGIAO EQUAL       '10'
               CLOSE ARQREGIAO
           END-IF.
      *---------------------------------------------------------------
       0030A-CARREGA-NO.

           READ      ARQREGIAO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQREGIAO
            NOT AT END
             IF      arqregiao-empresa EQUAL    wk-empresa-corrente
              AND    wk-hr-qtd      <           300
                 ADD  1             TO          wk-hr-qtd
                 MOVE arqregiao-codigo TO
                                    wk-hr-codigo(wk-hr-qtd)
                 MOVE arqregiao-pai TO          wk-hr-pai(wk-hr-qtd)
                 MOVE arqregiao-nome TO         wk-hr-nome(wk-hr-qtd)
                 MOVE arqregiao-status TO
                                    wk-hr-status(wk-hr-qtd)
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Climbs the pai chain from wk-hr-busca and leaves the zona
      *    (one below the top) and the diretoria (the top) in
      *    wk-cadeia. Ten levels is far beyond the three the
      *    structure uses and stops a damaged chain from looping.
       0031-RESOLVE-CADEIA.

           MOVE      ZEROS          TO          wk-cd-qtd
                                                 wk-cd-zona
                                                 wk-cd-diretoria.
           MOVE      SPACES         TO          wk-cd-zona-nome
                                                 wk-cd-diretoria-nome.
           PERFORM   0032-SOBE-NIVEL
             UNTIL   wk-hr-busca    EQUAL       ZEROS
              OR     wk-cd-qtd      NOT LESS    10.
           IF        wk-cd-qtd      >           ZEROS
               MOVE  wk-cd-codigo(wk-cd-qtd) TO wk-cd-diretoria
               MOVE  wk-hr-nome(wk-cd-idx(wk-cd-qtd)) TO
                                    wk-cd-diretoria-nome
           END-IF.
           IF        wk-cd-qtd      >           1
               MOVE  wk-cd-codigo(wk-cd-qtd - 1) TO
                                    wk-cd-zona
               MOVE  wk-hr-nome(wk-cd-idx(wk-cd-qtd - 1)) TO
                                    wk-cd-zona-nome
           END-IF.
      *---------------------------------------------------------------
       0032-SOBE-NIVEL.

           MOVE      'N'            TO          wk-hr-achou.
           PERFORM   0032A-PROCURA-NO
             VARYING wk-hr-idx      FROM        1
               BY    1
               UNTIL wk-hr-idx      >           wk-hr-qtd
                OR   wk-hr-achou    EQUAL       'S'.
           IF        wk-hr-achou    EQUAL       'S'
               SUBTRACT 1           FROM        wk-hr-idx
               ADD   1              TO          wk-cd-qtd
               MOVE  wk-hr-busca    TO          wk-cd-codigo(wk-cd-qtd)
               MOVE  wk-hr-idx      TO          wk-cd-idx(wk-cd-qtd)
               MOVE  wk-hr-pai(wk-hr-idx) TO    wk-hr-busca
           ELSE
               MOVE  ZEROS          TO          wk-hr-busca
           END-IF.
      *---------------------------------------------------------------
       0032A-PROCURA-NO.

           IF        wk-hr-codigo(wk-hr-idx) EQUAL wk-hr-busca
               MOVE  'S'            TO          wk-hr-achou
           END-IF.
      *---------------------------------------------------------------
      *    The resolution below climbs from the same table and so
      *    moves wk-hr-idx; the node's own position is kept aside.
       0040-DIMENSAO-REGIAO.

           MOVE      SPACES         TO          arqbiregiao-registro.
           MOVE      'D'            TO          arqbiregiao-tipo-reg.
           MOVE      wk-hr-codigo(wk-hr-idx) TO arqbiregiao-codigo.
           MOVE      wk-hr-nome(wk-hr-idx) TO   arqbiregiao-nome.
           MOVE      wk-hr-status(wk-hr-idx) TO arqbiregiao-status.
           MOVE      wk-hr-codigo(wk-hr-idx) TO wk-hr-busca.
           MOVE      wk-hr-idx      TO          wk-hr-salva.
           PERFORM   0031-RESOLVE-CADEIA.
           MOVE      wk-hr-salva    TO          wk-hr-idx.
           MOVE      wk-cd-qtd      TO          arqbiregiao-nivel.
           MOVE      wk-cd-zona     TO          arqbiregiao-zona-codigo.
           MOVE      wk-cd-zona-nome TO         arqbiregiao-zona-nome.
           MOVE      wk-cd-diretoria TO
                                    arqbiregiao-diretoria-codigo.
           MOVE      wk-cd-diretoria-nome TO
                                    arqbiregiao-diretoria-nome.
           WRITE     arqbiregiao-registro.
           ADD       1              TO          wk-qtd-regiao.
           ADD       arqbiregiao-codigo TO      wk-hash-regiao.
      *---------------------------------------------------------------
       0041-DIMENSAO-CLIENTE.

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0042-EMITE-CLIENTE
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.
      *---------------------------------------------------------------
       0042-EMITE-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             IF      arqcliente-empresa EQUAL   wk-empresa-corrente
                 MOVE SPACES        TO          arqbicliente-registro
                 MOVE 'D'           TO          arqbicliente-tipo-reg
                 MOVE arqcliente-codigo TO      arqbicliente-codigo
                 MOVE arqcliente-cnpj TO        arqbicliente-cnpj
                 MOVE arqcliente-raz-soc TO     arqbicliente-raz-soc
                 MOVE arqcliente-cidade TO      arqbicliente-cidade
                 MOVE arqcliente-uf TO          arqbicliente-uf
                 MOVE arqcliente-prioridade TO
                                    arqbicliente-prioridade
                 MOVE arqcliente-status TO      arqbicliente-status
                 MOVE arqcliente-regiao-codigo TO
                                    arqbicliente-regiao-codigo
                                    wk-hr-busca
                 PERFORM            0031-RESOLVE-CADEIA
                 MOVE wk-cd-zona    TO
                                    arqbicliente-zona-codigo
                 MOVE wk-cd-diretoria TO
                                    arqbicliente-diretoria-codigo
                 WRITE arqbicliente-registro
                 ADD  1             TO          wk-qtd-cliente
                 ADD  arqcliente-codigo TO      wk-hash-cliente
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0043-DIMENSAO-VENDEDOR.

           IF        FS-ARQVENDEDOR EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQVENDEDOR-CHAVE
               START ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQVENDEDOR
               END-START
               PERFORM              0044-EMITE-VENDEDOR
                 UNTIL FS-ARQVENDEDOR EQUAL     '10'
               MOVE  ZEROS          TO          FS-ARQVENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0044-EMITE-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-empresa EQUAL  wk-empresa-corrente
                 MOVE SPACES        TO       arqbivendedor-registro
                 MOVE 'D'           TO       arqbivendedor-tipo-reg
                 MOVE arqvendedor-codigo TO  arqbivendedor-codigo
                 MOVE arqvendedor-nome TO    arqbivendedor-nome
                 MOVE arqvendedor-status TO  arqbivendedor-status
                 MOVE arqvendedor-linha-produto TO
                                    arqbivendedor-linha-produto
                 MOVE arqvendedor-supervisor-codigo TO
                                    arqbivendedor-supervisor-codigo
                 MOVE arqvendedor-regiao-codigo TO
                                    arqbivendedor-regiao-codigo
                                    wk-hr-busca
                 PERFORM            0031-RESOLVE-CADEIA
                 MOVE wk-cd-zona    TO
                                    arqbivendedor-zona-codigo
                 MOVE wk-cd-diretoria TO
                                    arqbivendedor-diretoria-codigo
                 WRITE arqbivendedor-registro
                 ADD  1             TO          wk-qtd-vendedor
                 ADD  arqvendedor-codigo TO     wk-hash-vendedor
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0045-DIMENSAO-PRODUTO.

           IF        FS-ARQPRODUTO  EQUAL       ZEROS
               MOVE  ZEROS          TO          arqproduto-codigo
               START ARQPRODUTO     KEY IS      NOT LESS
                                    ARQPRODUTO-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQPRODUTO
               END-START
               PERFORM              0046-EMITE-PRODUTO
                 UNTIL FS-ARQPRODUTO EQUAL      '10'
               MOVE  ZEROS          TO          FS-ARQPRODUTO
           END-IF.
      *---------------------------------------------------------------
       0046-EMITE-PRODUTO.

           READ      ARQPRODUTO     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPRODUTO
            NOT AT END
             MOVE    SPACES         TO          arqbiproduto-registro
             MOVE    'D'            TO          arqbiproduto-tipo-reg
             MOVE    arqproduto-codigo TO       arqbiproduto-codigo
             MOVE    arqproduto-descricao TO    arqbiproduto-descricao
             MOVE    arqproduto-linha-produto TO
                                    arqbiproduto-linha-produto
             MOVE    arqproduto-status TO       arqbiproduto-status
             MOVE    arqproduto-preco-unitario TO
                                    arqbiproduto-preco-unitario
             MOVE    arqproduto-custo TO        arqbiproduto-custo
             WRITE   arqbiproduto-registro
             ADD     1              TO          wk-qtd-produto
             ADD     arqproduto-codigo TO       wk-hash-produto
           END-READ.
      *---------------------------------------------------------------
      *    Incremental picks the notas dated on or after the
      *    watermark plus any numbered above the last NF sent, which
      *    catches notas keyed late with an older date.
       0050-FATO-VENDA.

           MOVE      ZEROS          TO          arqvenda-numero-nf.
           START     ARQVENDA       KEY IS      NOT LESS
                                    ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0051-LE-VENDA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.
      *---------------------------------------------------------------
       0051-LE-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             MOVE    'N'            TO          wk-seleciona
             IF      wk-modo-completo
              OR     arqvenda-data  NOT LESS    wk-ult-data
              OR     arqvenda-numero-nf >       wk-max-nf
                 MOVE 'S'           TO          wk-seleciona
             END-IF
             IF      wk-seleciona   EQUAL       'S'
                 MOVE arqvenda-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   MOVE 'N'         TO          wk-seleciona
                  NOT INVALID KEY
                   IF  arqcliente-empresa NOT EQUAL
                                    wk-empresa-corrente
                       MOVE 'N'     TO          wk-seleciona
                   END-IF
                 END-READ
             END-IF
             IF      wk-seleciona   EQUAL       'S'
                 PERFORM            0052-EMITE-VENDA
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A partial return sends the items it carries; a full
      *    reversal has none of its own, and the original's are sent
      *    under the reversal's NF and tipo R. Either way the
      *    original's parcelas moved and go again.
       0052-EMITE-VENDA.

           IF        arqvenda-numero-nf >       wk-novo-max-nf
               MOVE  arqvenda-numero-nf TO      wk-novo-max-nf
           END-IF.
           MOVE      arqcliente-regiao-codigo TO wk-fato-regiao.
           IF        arqvenda-estorno
               IF    wk-modo-incremental
                AND  wk-es-qtd      <           2000
                   ADD 1            TO          wk-es-qtd
                   MOVE arqvenda-nf-origem TO   wk-es-nf(wk-es-qtd)
               END-IF
           END-IF.
           MOVE      ZEROS          TO          wk-itens-emitidos.
           MOVE      arqvenda-numero-nf TO      wk-nf-itens.
           PERFORM   0052A-ITENS-NF.
           IF        arqvenda-estorno
            AND      wk-itens-emitidos EQUAL    ZEROS
               MOVE  arqvenda-nf-origem TO      wk-nf-itens
               PERFORM              0052A-ITENS-NF
           END-IF.

           IF        wk-itens-emitidos EQUAL    ZEROS
               PERFORM              0054-MONTA-FATO-VENDA
               MOVE  ZEROS          TO          arqbivenda-sequencia
                                              arqbivenda-produto-codigo
                                                 arqbivenda-quantidade
                                                 arqbivenda-custo
               MOVE  arqvenda-valor TO          arqbivenda-valor
               MOVE  arqvenda-valor-icms TO     arqbivenda-valor-icms
               MOVE  arqvenda-valor-ipi TO      arqbivenda-valor-ipi
               PERFORM              0055-GRAVA-FATO-VENDA
           END-IF.
      *---------------------------------------------------------------
       0052A-ITENS-NF.

           IF        FS-ARQITEMVENDA NOT EQUAL  '35'
               MOVE  wk-nf-itens    TO          arqitemvenda-numero-nf
               MOVE  ZEROS          TO          arqitemvenda-sequencia
               START ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQITEMVENDA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQITEMVENDA
               END-START
               PERFORM              0053-LE-ITEM
                 UNTIL FS-ARQITEMVENDA EQUAL    '10'
               MOVE  ZEROS          TO          FS-ARQITEMVENDA
           END-IF.
      *---------------------------------------------------------------
       0053-LE-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-nf-itens
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 PERFORM            0054-MONTA-FATO-VENDA
                 MOVE arqitemvenda-sequencia TO arqbivenda-sequencia
                 MOVE arqitemvenda-produto-codigo TO
                                    arqbivenda-produto-codigo
                 MOVE arqitemvenda-quantidade TO
                                    arqbivenda-quantidade
                 MOVE arqitemvenda-valor-total TO
                                    arqbivenda-valor
                 MOVE arqitemvenda-custo-total TO
                                    arqbivenda-custo
                 MOVE arqitemvenda-valor-icms TO
                                    arqbivenda-valor-icms
                 MOVE arqitemvenda-valor-ipi TO
                                    arqbivenda-valor-ipi
                 PERFORM            0055-GRAVA-FATO-VENDA
                 ADD  1             TO          wk-itens-emitidos
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0054-MONTA-FATO-VENDA.

           MOVE      SPACES         TO          arqbivenda-registro.
           MOVE      'D'            TO          arqbivenda-tipo-reg.
           MOVE      arqvenda-numero-nf TO      arqbivenda-numero-nf.
           MOVE      arqvenda-data  TO          arqbivenda-data.
           MOVE      arqvenda-cliente-codigo TO
                                    arqbivenda-cliente-codigo.
           MOVE      arqvenda-vendedor-codigo TO
                                    arqbivenda-vendedor-codigo.
           MOVE      wk-fato-regiao TO
                                    arqbivenda-regiao-codigo.
           IF        arqvenda-normal
               MOVE  'N'            TO          arqbivenda-tipo-nota
           ELSE
               MOVE  arqvenda-situacao TO       arqbivenda-tipo-nota
           END-IF.
      *---------------------------------------------------------------
       0055-GRAVA-FATO-VENDA.

           WRITE     arqbivenda-registro.
           ADD       1              TO          wk-qtd-venda.
           ADD       arqvenda-numero-nf TO      wk-hash-venda.
      *---------------------------------------------------------------
      *    Incremental sends the parcelas of new notas, those paid
      *    since the watermark, the whole open book (its situacao
      *    moves without a date stamp) and the parcelas of notas
      *    reversed in this run, cancelled by the reversal.
       0060-FATO-TITULO.

           IF        FS-ARQTITULO   EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQTITULO-CHAVE
               START ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQTITULO
               END-START
               PERFORM              0061-LE-TITULO
                 UNTIL FS-ARQTITULO EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQTITULO
           END-IF.
      *---------------------------------------------------------------
       0061-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             MOVE    'N'            TO          wk-seleciona
             IF      wk-modo-completo
              OR     arqtitulo-numero-nf >      wk-max-nf
              OR     arqtitulo-data-pagamento NOT LESS wk-ult-data
              OR     arqtitulo-aberto
              OR     arqtitulo-renegociado
                 MOVE 'S'           TO          wk-seleciona
             ELSE
                 MOVE 'N'           TO          wk-es-achou
                 PERFORM            0062-PROCURA-ESTORNADA
                   VARYING wk-es-idx FROM       1
                     BY    1
                     UNTIL wk-es-idx >          wk-es-qtd
                      OR   wk-es-achou EQUAL    'S'
                 MOVE wk-es-achou   TO          wk-seleciona
             END-IF
             IF      wk-seleciona   EQUAL       'S'
                 MOVE arqtitulo-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   MOVE 'N'         TO          wk-seleciona
                  NOT INVALID KEY
                   IF  arqcliente-empresa NOT EQUAL
                                    wk-empresa-corrente
                       MOVE 'N'     TO          wk-seleciona
                   END-IF
                 END-READ
             END-IF
             IF      wk-seleciona   EQUAL       'S'
                 PERFORM            0063-EMITE-TITULO
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0062-PROCURA-ESTORNADA.

           IF        wk-es-nf(wk-es-idx) EQUAL  arqtitulo-numero-nf
               MOVE  'S'            TO          wk-es-achou
           END-IF.
      *---------------------------------------------------------------
       0063-EMITE-TITULO.

           MOVE      SPACES         TO          arqbititulo-registro.
           MOVE      'D'            TO          arqbititulo-tipo-reg.
           MOVE      arqtitulo-numero-nf TO     arqbititulo-numero-nf.
           MOVE      arqtitulo-parcela TO       arqbititulo-parcela.
           MOVE      arqtitulo-cliente-codigo TO
                                    arqbititulo-cliente-codigo.
           MOVE      arqtitulo-vendedor-codigo TO
                                    arqbititulo-vendedor-codigo.
           MOVE      arqcliente-regiao-codigo TO
                                    arqbititulo-regiao-codigo.
           MOVE      arqtitulo-vencimento TO    arqbititulo-vencimento.
           MOVE      arqtitulo-valor TO         arqbititulo-valor.
           MOVE      arqtitulo-situacao TO      arqbititulo-situacao.
           MOVE      arqtitulo-data-pagamento TO
                                    arqbititulo-data-pagamento.
           MOVE      arqtitulo-valor-pago TO    arqbititulo-valor-pago.
           WRITE     arqbititulo-registro.
           ADD       1              TO          wk-qtd-titulo.
           ADD       arqtitulo-numero-nf TO     wk-hash-titulo.
      *---------------------------------------------------------------
      *    Incremental sends the visits planned or realized on or
      *    after the watermark, which includes the agenda ahead.
       0070-FATO-VISITA.

           IF        FS-ARQVISITA   EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQVISITA-CHAVE
               START ARQVISITA      KEY IS      NOT LESS
                                    ARQVISITA-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQVISITA
               END-START
               PERFORM              0071-LE-VISITA
                 UNTIL FS-ARQVISITA EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQVISITA
           END-IF.
      *---------------------------------------------------------------
       0071-LE-VISITA.

           READ      ARQVISITA      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVISITA
            NOT AT END
             MOVE    'N'            TO          wk-seleciona
             IF      wk-modo-completo
              OR     arqvisita-data-planejada NOT LESS wk-ult-data
              OR     arqvisita-data-realizada NOT LESS wk-ult-data
                 MOVE 'S'           TO          wk-seleciona
             END-IF
             IF      wk-seleciona   EQUAL       'S'
                 MOVE arqvisita-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   MOVE 'N'         TO          wk-seleciona
                  NOT INVALID KEY
                   IF  arqcliente-empresa NOT EQUAL
                                    wk-empresa-corrente
                       MOVE 'N'     TO          wk-seleciona
                   END-IF
                 END-READ
             END-IF
             IF      wk-seleciona   EQUAL       'S'
                 PERFORM            0072-EMITE-VISITA
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0072-EMITE-VISITA.

           MOVE      SPACES         TO          arqbivisita-registro.
           MOVE      'D'            TO          arqbivisita-tipo-reg.
           MOVE      arqvisita-vendedor-codigo TO
                                    arqbivisita-vendedor-codigo.
           MOVE      arqvisita-data-planejada TO
                                    arqbivisita-data-planejada.
           MOVE      arqvisita-cliente-codigo TO
                                    arqbivisita-cliente-codigo.
           MOVE      arqcliente-regiao-codigo TO
                                    arqbivisita-regiao-codigo.
           MOVE      arqvisita-data-realizada TO
                                    arqbivisita-data-realizada.
           MOVE      arqvisita-resultado TO     arqbivisita-resultado.
           MOVE      arqvisita-checkin-situacao TO
                                    arqbivisita-checkin-situacao.
           MOVE      arqvisita-checkin-distancia TO
                                    arqbivisita-checkin-distancia.
           WRITE     arqbivisita-registro.
           ADD       1              TO          wk-qtd-visita.
           ADD       arqvisita-cliente-codigo TO wk-hash-visita.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQVENDA
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQITEMVENDA.
           CLOSE     ARQVENDEDOR.
           CLOSE     ARQPRODUTO.
           CLOSE     ARQTITULO.
           CLOSE     ARQVISITA.
           IF        fl-ok          EQUAL       'S'
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program extratobi.
