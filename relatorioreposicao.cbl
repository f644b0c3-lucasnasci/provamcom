       program-id. relatorioreposicao as "relatorioreposicao".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqestoqueselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqcdselect.cpy".
           copy "arqrelreposicaoselect.cpy".

       data division.

           file section.

           copy "arqestoquefd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqcdfd.cpy".
           copy "arqrelreposicaofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqestoque    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\estoque.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqcd         pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cd.dat".
           01  wk-caminho-arqrelreposicao
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\relreposicao.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-estoque         pic x(001) value 'N'.
              05 wk-tem-produto         pic x(001) value 'N'.
              05 wk-tem-cd              pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-cd-anterior           pic 9(005) value zeros.
           01  wk-primeiro              pic x(001) value 'S'.
           01  wk-disponivel            pic s9(007) value zeros.
           01  wk-repor                 pic 9(007) value zeros.

           01  wk-totais.
              05 wk-tot-lidos           pic 9(007) value zeros.
              05 wk-tot-abaixo          pic 9(007) value zeros.
              05 wk-tot-negativos       pic 9(007) value zeros.
              05 wk-tot-repor           pic 9(009) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(050) value
                 "REPOSICAO DE ESTOQUE - PRODUTOS ABAIXO DO MINIMO".
              05 filler                 pic x(004) value " EM ".
              05 wk-lti-hoje            pic 9(008).
           01  wk-lin-deposito.
              05 filler                 pic x(010) value "DEPOSITO ".
              05 wk-ld-codigo           pic 9(005).
              05 filler                 pic x(001) value space.
              05 wk-ld-nome             pic x(040).
           01  wk-lin-colunas.
              05 filler                 pic x(047) value
                 "  PRODUTO DESCRICAO".
              05 filler                 pic x(050) value
                 "    SALDO RESERVADO DISPONIVEL   MINIMO    REPOR".
           01  wk-lin-detalhe.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-produto          pic 9(005).
              05 filler                 pic x(001) value space.
              05 wk-ld-descricao        pic x(040).
              05 filler                 pic x(001) value space.
              05 wk-ld-saldo            pic -------9.
              05 filler                 pic x(001) value space.
              05 wk-ld-reservado        pic zzzzzzz9.
              05 filler                 pic x(003) value spaces.
              05 wk-ld-disponivel       pic -------9.
              05 filler                 pic x(001) value space.
              05 wk-ld-minimo           pic zzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-repor            pic zzzzzzz9.
           01  wk-lin-total.
              05 filler                 pic x(030) value
                 "PRODUTOS ABAIXO DO MINIMO".
              05 wk-lt-abaixo           pic zzzzzz9.
              05 filler                 pic x(020) value
                 "   COM SALDO NEGAT.".
              05 wk-lt-negativos        pic zzzzzz9.
              05 filler                 pic x(016) value
                 "   TOTAL REPOR".
              05 wk-lt-repor            pic zzzzzzzz9.

           copy "arqestoquefs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqcdfs.cpy".
           copy "arqrelreposicaofs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REPOSICAO DE ESTOQUE".
               05  line  3   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  3   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA REPOSICAO (relreposicao.txt)".
               05  line  3   col  05 VALUE
                         "Posicoes de estoque lidas".
               05  line  3   col  40   using wk-tot-lidos.
               05  line  4   col  05 VALUE
                         "Abaixo do minimo".
               05  line  4   col  40   using wk-tot-abaixo.
               05  line  5   col  05 VALUE
                         "Com saldo negativo".
               05  line  5   col  40   using wk-tot-negativos.
               05  line  6   col  05 VALUE
                         "Quantidade a repor".
               05  line  6   col  40   using wk-tot-repor.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-GERA-RELATORIO
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    The buyers' list: every product whose quantity free to
      *    sell at a depot (saldo less what open vendas hold
      *    reserved) is below the minimum set for it there, grouped
      *    by depot, with what it takes to get back to the minimum.
      *    An oversold product -- negative free quantity -- is below
      *    even a zero minimum and is listed as well.
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-lti-hoje.

           OPEN      INPUT        ARQESTOQUE.
           IF        FS-ARQESTOQUE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum estoque registrado' TO         wk-msg
           END-IF.
           OPEN      INPUT        ARQPRODUTO.
           IF        FS-ARQPRODUTO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-produto
           END-IF.
           OPEN      INPUT        ARQCD.
           IF        FS-ARQCD       EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-cd
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-GERA-RELATORIO
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           MOVE      'S'            TO          wk-primeiro.
           OPEN      OUTPUT       ARQRELREPOSICAO.
           WRITE     arqrelreposicao-linha FROM wk-lin-titulo.

           MOVE      wk-empresa-corrente TO     arqestoque-empresa.
           MOVE      ZEROS          TO          arqestoque-cd-codigo.
           MOVE      ZEROS          TO
                                    arqestoque-produto-codigo.
           MOVE      'N'            TO          wk-fim-estoque.
           START     ARQESTOQUE     KEY IS      NOT LESS
                                    ARQESTOQUE-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-estoque
           END-START.
           PERFORM   0021-LE-ESTOQUE
             UNTIL   wk-fim-estoque EQUAL       'S'.

           MOVE      SPACES         TO          arqrelreposicao-linha.
           WRITE     arqrelreposicao-linha.
           MOVE      wk-tot-abaixo  TO          wk-lt-abaixo.
           MOVE      wk-tot-negativos TO        wk-lt-negativos.
           MOVE      wk-tot-repor   TO          wk-lt-repor.
           WRITE     arqrelreposicao-linha FROM wk-lin-total.
           CLOSE     ARQRELREPOSICAO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-ESTOQUE.

           READ      ARQESTOQUE     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-estoque
            NOT AT END
             IF      arqestoque-empresa NOT EQUAL wk-empresa-corrente
                 MOVE 'S'           TO          wk-fim-estoque
             ELSE
                 ADD  1             TO          wk-tot-lidos
                 COMPUTE wk-disponivel =
                         arqestoque-saldo - arqestoque-reservado
                 IF   wk-disponivel LESS        arqestoque-minimo
                     PERFORM        0022-IMPRIME-PRODUTO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-IMPRIME-PRODUTO.

           IF        wk-primeiro    EQUAL       'S'
            OR       arqestoque-cd-codigo NOT EQUAL wk-cd-anterior
               PERFORM              0023-IMPRIME-DEPOSITO
           END-IF.

           COMPUTE   wk-repor       =
                     arqestoque-minimo - wk-disponivel.
           ADD       1              TO          wk-tot-abaixo.
           IF        wk-disponivel  LESS        ZEROS
               ADD   1              TO          wk-tot-negativos
           END-IF.
           ADD       wk-repor       TO          wk-tot-repor.

           MOVE      SPACES         TO          wk-ld-descricao.
           IF        wk-tem-produto EQUAL       'S'
               MOVE  arqestoque-produto-codigo TO arqproduto-codigo
               READ  ARQPRODUTO     KEY IS      ARQPRODUTO-CODIGO
                INVALID KEY
                 MOVE '*** PRODUTO NAO CADASTRADO'
                                    TO          wk-ld-descricao
                NOT INVALID KEY
                 MOVE arqproduto-descricao TO   wk-ld-descricao
               END-READ
           END-IF.
           MOVE      arqestoque-produto-codigo TO wk-ld-produto.
           MOVE      arqestoque-saldo TO        wk-ld-saldo.
           MOVE      arqestoque-reservado TO    wk-ld-reservado.
           MOVE      wk-disponivel  TO          wk-ld-disponivel.
           MOVE      arqestoque-minimo TO       wk-ld-minimo.
           MOVE      wk-repor       TO          wk-ld-repor.
           WRITE     arqrelreposicao-linha FROM wk-lin-detalhe.
      *---------------------------------------------------------------
       0023-IMPRIME-DEPOSITO.

           MOVE      'N'            TO          wk-primeiro.
           MOVE      arqestoque-cd-codigo TO    wk-cd-anterior.
           MOVE      arqestoque-cd-codigo TO    wk-ld-codigo.
           MOVE      SPACES         TO          wk-ld-nome.
           IF        arqestoque-cd-codigo EQUAL ZEROS
               MOVE  'CLIENTES SEM CD ATRIBUIDO' TO        wk-ld-nome
           ELSE
            IF       wk-tem-cd      EQUAL       'S'
               MOVE  arqestoque-empresa TO      arqcd-empresa
               MOVE  arqestoque-cd-codigo TO    arqcd-codigo
               READ  ARQCD          KEY IS      ARQCD-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqcd-nome    TO          wk-ld-nome
               END-READ
            END-IF
           END-IF.
           MOVE      SPACES         TO          arqrelreposicao-linha.
           WRITE     arqrelreposicao-linha.
           WRITE     arqrelreposicao-linha FROM wk-lin-deposito.
           WRITE     arqrelreposicao-linha FROM wk-lin-colunas.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQESTOQUE
               MOVE  0              TO          RETURN-CODE
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           IF        wk-tem-produto EQUAL       'S'
               CLOSE ARQPRODUTO
           END-IF.
           IF        wk-tem-cd      EQUAL       'S'
               CLOSE ARQCD
           END-IF.
           GOBACK.
           exit program.

           end program relatorioreposicao.
