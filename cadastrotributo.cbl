       program-id. cadastrotributo as "cadastrotributo".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqtributoselect.cpy".
           copy "arqprodutoselect.cpy".

       data division.

           file section.

           copy "arqtributofd.cpy".
           copy "arqprodutofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtributo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\tributo.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value spaces.
              05 wk-msg                 pic X(050) value spaces.
              05 wk-confirma            pic x(001) value spaces.

           01  wk-tributo.
              05 wk-produto             pic  9(005) value zeros.
              05 wk-uf                  pic  x(002) value spaces.
              05 wk-cfop                pic  9(004) value zeros.
              05 wk-cst-icms            pic  x(003) value spaces.
              05 wk-aliq-icms           pic  9(002)v9(002) value zeros.
              05 wk-reducao-base        pic  9(003)v9(002) value zeros.
              05 wk-cst-ipi             pic  x(002) value spaces.
              05 wk-aliq-ipi            pic  9(002)v9(002) value zeros.
              05 wk-status              pic  x(001) value spaces.

           copy "arqtributofs.cpy".
           copy "arqprodutofs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REGRAS TRIBUTARIAS POR PRODUTO E UF".
               05  line  3   col 05 value
                         "1 Para incluir ou alterar uma regra".
               05  line  4   col 05 value
                         "2 Para excluir uma regra".
               05  line  5   col 05 value
                         "9 Para encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-REGRA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REGRA TRIBUTARIA".
               05  line  3   col 05 value
                         "Codigo do produto".
               05  line  3   col  43   using wk-produto.
               05  line  4   col 05 value
                         "UF destino (em branco = padrao)".
               05  line  4   col  43   using wk-uf.
               05  line  5   col 05 value
                         "CFOP".
               05  line  5   col  43   using wk-cfop.
               05  line  6   col 05 value
                         "CST do ICMS".
               05  line  6   col  43   using wk-cst-icms.
               05  line  7   col 05 value
                         "Aliquota do ICMS (%)".
               05  line  7   col  43   using wk-aliq-icms.
               05  line  8   col 05 value
                         "Reducao da base do ICMS (%)".
               05  line  8   col  43   using wk-reducao-base.
               05  line  9   col 05 value
                         "CST do IPI".
               05  line  9   col  43   using wk-cst-ipi.
               05  line  10  col 05 value
                         "Aliquota do IPI (%)".
               05  line  10  col  43   using wk-aliq-ipi.
               05  line  11  col 05 value
                         "Situacao (A ativa / I inativa)".
               05  line  11  col  43   using wk-status.
               05  line  13  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CHAVE.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "EXCLUSAO DE REGRA TRIBUTARIA".
               05  line  3   col 05 value
                         "Codigo do produto".
               05  line  3   col  43   using wk-produto.
               05  line  4   col 05 value
                         "UF destino (em branco = padrao)".
               05  line  4   col  43   using wk-uf.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONFIRMAR EXCLUSAO DE REGRA".
               05  line  3   col 05 value
                         "Produto / UF".
               05  line  3   col  43   using wk-produto.
               05  line  3   col  50   using wk-uf.
               05  line  4   col 05 value
                         "CFOP / CST ICMS / CST IPI".
               05  line  4   col  43   using wk-cfop.
               05  line  4   col  50   using wk-cst-icms.
               05  line  4   col  55   using wk-cst-ipi.
               05  line  6   col 05 value
                         "Confirma a exclusao (S/N)".
               05  line  6   col  43   using wk-confirma.

       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.

       0000-controle.
       INITIALIZE    wk-tributo
                     wk-workarea.
           OPEN      I-O          ARQTRIBUTO.
           IF        FS-ARQTRIBUTO  EQUAL '05'
            OR       FS-ARQTRIBUTO  EQUAL '35'
               CLOSE      ARQTRIBUTO
               OPEN       OUTPUT      ARQTRIBUTO
               CLOSE      ARQTRIBUTO
               OPEN       I-O         ARQTRIBUTO
           END-IF.
           OPEN      INPUT        ARQPRODUTO.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.
            INITIALIZE    wk-tributo
                          wk-workarea
                          SC-TELA-INICIAL.
           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      '1'
             PERFORM   0020-INCLUI-REGRA
           END-IF.
           IF          WK-OPCAO      EQUAL      '2'
             PERFORM   0040-EXCLUI-REGRA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  '9'
            PERFORM     0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A rule already on file is rewritten rather than rejected:
      *    rates change by decree and the desk simply keys the new
      *    figures over the old. Notas already issued keep the taxes
      *    frozen on their items, so the change only reaches what is
      *    sold from now on. Retiring a rule is done with situacao I,
      *    which makes the product unsellable into that uf until a
      *    new rule (or the padrao one) covers it.
       0020-INCLUI-REGRA.

           DISPLAY    SC-TELA-REGRA.
           ACCEPT     SC-TELA-REGRA.
           initialize  wk-msg.
           MOVE      FUNCTION UPPER-CASE(wk-uf)  TO         wk-uf.
           MOVE      FUNCTION UPPER-CASE(wk-status)
                                    TO           wk-status.
           IF        wk-status      EQUAL        SPACES
               MOVE  'A'            TO           wk-status
           END-IF.

           IF        wk-produto     EQUAL        ZEROS
               MOVE  'Informar o codigo do produto'
                                    to           wk-msg
           ELSE
               MOVE  wk-produto     TO           arqproduto-codigo
               READ  ARQPRODUTO     KEY IS       ARQPRODUTO-CODIGO
                INVALID KEY
                 MOVE 'Produto nao cadastrado'
                                    to           wk-msg
               END-READ
           END-IF.
           IF        wk-msg         EQUAL        SPACES
            AND      wk-cfop        EQUAL        ZEROS
               MOVE  'Informar o CFOP'
                                    to           wk-msg
           END-IF.
           IF        wk-msg         EQUAL        SPACES
            AND      wk-cst-icms    EQUAL        SPACES
               MOVE  'Informar o CST do ICMS'
                                    to           wk-msg
           END-IF.
           IF        wk-msg         EQUAL        SPACES
            AND      wk-reducao-base >           100
               MOVE  'Reducao da base acima de 100%'
                                    to           wk-msg
           END-IF.
           IF        wk-msg         EQUAL        SPACES
            AND      wk-status      NOT EQUAL    'A'
            AND      wk-status      NOT EQUAL    'I'
               MOVE  'Situacao deve ser A ou I'
                                    to           wk-msg
           END-IF.
           IF        wk-msg         NOT EQUAL    SPACES
               PERFORM 0020-INCLUI-REGRA
           END-IF.

           MOVE      wk-produto     TO
                                    arqtributo-produto-codigo.
           MOVE      wk-uf          TO           arqtributo-uf.
           MOVE      wk-cfop        TO           arqtributo-cfop.
           MOVE      wk-cst-icms    TO           arqtributo-cst-icms.
           MOVE      wk-aliq-icms   TO           arqtributo-aliq-icms.
           MOVE      wk-reducao-base TO
                                    arqtributo-reducao-base.
           MOVE      wk-cst-ipi     TO           arqtributo-cst-ipi.
           MOVE      wk-aliq-ipi    TO           arqtributo-aliq-ipi.
           MOVE      wk-status      TO           arqtributo-status.
           WRITE     arqtributo-registro
            INVALID KEY
             REWRITE arqtributo-registro
           END-WRITE.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0040-EXCLUI-REGRA.

           DISPLAY    SC-TELA-CHAVE.
           ACCEPT     SC-TELA-CHAVE.
           initialize  wk-msg.
           MOVE      FUNCTION UPPER-CASE(wk-uf)  TO         wk-uf.
           MOVE      wk-produto     TO
                                    arqtributo-produto-codigo.
           MOVE      wk-uf          TO           arqtributo-uf.
           READ      ARQTRIBUTO     KEY IS
                                    ARQTRIBUTO-CHAVE
            INVALID KEY
             MOVE    'Regra nao cadastrada'
                                    to           wk-msg
             PERFORM              0040-EXCLUI-REGRA
            NOT INVALID KEY
             MOVE    arqtributo-cfop TO          wk-cfop
             MOVE    arqtributo-cst-icms TO      wk-cst-icms
             MOVE    arqtributo-cst-ipi TO       wk-cst-ipi
             PERFORM              0045-CONFIRMA-EXCLUSAO
           END-READ.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0045-CONFIRMA-EXCLUSAO.

           INITIALIZE                SC-TELA-CONFIRMA.
           DISPLAY    SC-TELA-CONFIRMA.
           ACCEPT     SC-TELA-CONFIRMA.
           IF        wk-confirma    equal        'S'
            DELETE    ARQTRIBUTO
             INVALID KEY
              DISPLAY 'regra invalida'
             NOT INVALID KEY
              DISPLAY 'Regra excluida'
            END-DELETE
           ELSE
            DISPLAY   'Exclusao cancelada'
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.
                 close arqtributo.
                 close arqproduto.
                 GOBACK.
           exit program.

       end program cadastrotributo.
