       program-id. cadastrosimulacao as "cadastrosimulacao".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqpropcomselect.cpy".

       data division.

           file section.

           copy "arqpropcomfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqpropcom  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\propcom.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-existe              pic x(001) value 'N'.
              05 wk-confirma            pic x(001) value spaces.

           01  wk-proposta.
              05 wk-tipo                pic x(001) value 'F'.
              05 wk-linha               pic x(001) value 'T'.
              05 wk-faixa               pic 9(002) value zeros.
              05 wk-ate-percent         pic 9(003)v9(002) value zeros.
              05 wk-multiplicador       pic 9(001)v9(002) value zeros.
              05 wk-cliente-codigo      pic 9(007) value zeros.
              05 wk-vendedor-codigo     pic 9(007) value zeros.
              05 wk-taxa                pic 9(003)v9(002) value zeros.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-tot-excluidos         pic 9(005) value zeros.

           copy "arqpropcomfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PROPOSTA DE PLANO DE COMISSAO (SIMULACAO)".
               05  line  3   col 05 value
                         "1 Incluir ou alterar um item da proposta".
               05  line  4   col 05 value
                         "2 Listar a proposta".
               05  line  5   col 05 value
                         "3 Excluir um item da proposta".
               05  line  6   col 05 value
                         "4 Limpar a proposta inteira".
               05  line  7   col 05 value
                         "9 Encerrar".
               05  line  7   col  48   using wk-opcao.
               05  line  10  col  48   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-PROPOSTA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ITEM DA PROPOSTA".
               05  line  3   col  05 value
                         "Tipo (F faixa, T taxa, C contrato)".
               05  line  3   col  48   using wk-tipo.
               05  line  5   col  05 value
                         "F: linha de produto (T = todas)".
               05  line  5   col  48   using wk-linha.
               05  line  6   col  05 value
                         "F: numero da faixa (ordem crescente)".
               05  line  6   col  48   using wk-faixa.
               05  line  7   col  05 value
                         "F: atingimento ate (%, 999,99 = acima)".
               05  line  7   col  48   using wk-ate-percent.
               05  line  8   col  05 value
                         "F: multiplicador da taxa (ex. 1,50)".
               05  line  8   col  48   using wk-multiplicador.
               05  line  10  col  05 value
                         "C: codigo do cliente".
               05  line  10  col  48   using wk-cliente-codigo.
               05  line  11  col  05 value
                         "T/C: vendedor (T: 0 = todos)".
               05  line  11  col  48   using wk-vendedor-codigo.
               05  line  12  col  05 value
                         "T/C: taxa proposta (%, C: 0 = sem contrato)".
               05  line  12  col  48   using wk-taxa.
               05  line  14  col  48   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-LISTA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ITEM DA PROPOSTA".
               05  line  3   col  05 value
                         "Tipo".
               05  line  3   col  48   using arqpropcom-tipo.
               05  line  4   col  05 value
                         "Linha / faixa".
               05  line  4   col  48   using arqpropcom-linha.
               05  line  4   col  52   using arqpropcom-faixa.
               05  line  5   col  05 value
                         "Atingimento ate (%) / multiplicador".
               05  line  5   col  48   using arqpropcom-ate-percent.
               05  line  5   col  58
                              using arqpropcom-multiplicador.
               05  line  6   col  05 value
                         "Cliente / vendedor".
               05  line  6   col  48
                              using arqpropcom-cliente-codigo.
               05  line  6   col  58
                              using arqpropcom-vendedor-codigo.
               05  line  7   col  05 value
                         "Taxa proposta (%)".
               05  line  7   col  48   using arqpropcom-taxa.
               05  line  10  col  05 value
                         "ENTER para o proximo".
               05  line  10  col  48   using fl-ok.
      *------------------------------------------------------------------------
           01  SC-TELA-LIMPA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "LIMPAR A PROPOSTA".
               05  line  3   col  05 value
                         "Confirma a exclusao de todos os itens (S/N)".
               05  line  3   col  52   using wk-confirma.
               05  line  10  col  48   using wk-msg.
      *------------------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.

           CALL      'empresaatual' USING       wk-empresa-corrente.
           OPEN      I-O          ARQPROPCOM.
           IF        FS-ARQPROPCOM EQUAL      '05'
            OR       FS-ARQPROPCOM EQUAL      '35'
               CLOSE      ARQPROPCOM
               OPEN       OUTPUT      ARQPROPCOM
               CLOSE      ARQPROPCOM
               OPEN       I-O         ARQPROPCOM
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
             INITIALIZE wk-proposta
             PERFORM   0020-MANTEM-PROPOSTA
           END-IF.
           IF          WK-OPCAO      EQUAL      2
             PERFORM   0030-LISTA-PROPOSTA
           END-IF.
           IF          WK-OPCAO      EQUAL      3
             INITIALIZE wk-proposta
             PERFORM   0040-EXCLUI-ITEM
           END-IF.
           IF          WK-OPCAO      EQUAL      4
             PERFORM   0050-LIMPA-PROPOSTA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Only the fields of the chosen tipo are kept; the others are
      *    cleared so the key of each tipo is always built the same
      *    way.
       0020-MANTEM-PROPOSTA.

           initialize wk-msg.
           DISPLAY   SC-TELA-PROPOSTA.
           ACCEPT    SC-TELA-PROPOSTA.

           PERFORM   0025-CONSISTE-ITEM.
           IF        wk-msg         NOT EQUAL   SPACES
               PERFORM              0020-MANTEM-PROPOSTA
           ELSE
               PERFORM              0026-MONTA-CHAVE
               MOVE  'N'            TO          wk-existe
               READ  ARQPROPCOM   KEY IS      ARQPROPCOM-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE 'S'           TO          wk-existe
               END-READ
               PERFORM              0026-MONTA-CHAVE
               MOVE  wk-ate-percent TO
                                    arqpropcom-ate-percent
               MOVE  wk-multiplicador TO
                                    arqpropcom-multiplicador
               MOVE  wk-taxa        TO          arqpropcom-taxa
               IF    wk-existe      EQUAL       'S'
                   REWRITE arqpropcom-registro
                    INVALID KEY
                     CALL 'fsmensagem' USING    FS-ARQPROPCOM
                                                 WK-MSG
                    NOT INVALID KEY
                     MOVE 'Item alterado'       TO          wk-msg
                   END-REWRITE
               ELSE
                   WRITE arqpropcom-registro
                    INVALID KEY
                     CALL 'fsmensagem' USING    FS-ARQPROPCOM
                                                 WK-MSG
                    NOT INVALID KEY
                     MOVE 'Item incluido'       TO          wk-msg
                   END-WRITE
               END-IF
               INITIALIZE WK-OPCAO
           END-IF.
      *---------------------------------------------------------------
       0025-CONSISTE-ITEM.

           MOVE      SPACES         TO          wk-msg.
           EVALUATE  wk-tipo
               WHEN  'F'
                 MOVE ZEROS         TO          wk-cliente-codigo
                                                 wk-vendedor-codigo
                                                 wk-taxa
                 IF   wk-linha      NOT EQUAL   'T'
                  AND wk-linha      NOT EQUAL   'A'
                  AND wk-linha      NOT EQUAL   'B'
                     MOVE 'Linha deve ser T, A ou B' TO      wk-msg
                 END-IF
                 IF   wk-faixa      EQUAL       ZEROS
                     MOVE 'Informar o numero da faixa'
                                    TO          wk-msg
                 END-IF
                 IF   wk-multiplicador EQUAL    ZEROS
                     MOVE 'Informar o multiplicador' TO      wk-msg
                 END-IF
               WHEN  'T'
                 MOVE SPACES        TO          wk-linha
                 MOVE ZEROS         TO          wk-faixa
                                                 wk-ate-percent
                                                 wk-multiplicador
                                                 wk-cliente-codigo
                 IF   wk-taxa       EQUAL       ZEROS
                     MOVE 'Informar a taxa proposta' TO      wk-msg
                 END-IF
               WHEN  'C'
                 MOVE SPACES        TO          wk-linha
                 MOVE ZEROS         TO          wk-faixa
                                                 wk-ate-percent
                                                 wk-multiplicador
                 IF   wk-cliente-codigo EQUAL   ZEROS
                  OR  wk-vendedor-codigo EQUAL  ZEROS
                     MOVE 'Informar o cliente e o vendedor'
                                    TO          wk-msg
                 END-IF
               WHEN  OTHER
                 MOVE 'Tipo deve ser F, T ou C' TO          wk-msg
           END-EVALUATE.
      *---------------------------------------------------------------
       0026-MONTA-CHAVE.

           MOVE      wk-empresa-corrente TO     arqpropcom-empresa.
           MOVE      wk-tipo        TO          arqpropcom-tipo.
           MOVE      wk-linha       TO          arqpropcom-linha.
           MOVE      wk-faixa       TO          arqpropcom-faixa.
           MOVE      wk-cliente-codigo TO
                                    arqpropcom-cliente-codigo.
           MOVE      wk-vendedor-codigo TO
                                    arqpropcom-vendedor-codigo.
      *---------------------------------------------------------------
       0030-LISTA-PROPOSTA.

           MOVE      LOW-VALUES     TO          ARQPROPCOM-CHAVE.
           MOVE      wk-empresa-corrente TO     arqpropcom-empresa.
           START     ARQPROPCOM   KEY IS      NOT LESS
                                    ARQPROPCOM-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQPROPCOM
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQPROPCOM
           END-START.
           PERFORM   0031-MOSTRA-ITEM
             UNTIL   FS-ARQPROPCOM EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQPROPCOM.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0031-MOSTRA-ITEM.

           READ      ARQPROPCOM   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPROPCOM
            NOT AT END
             IF      arqpropcom-empresa NOT EQUAL
                                    wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQPROPCOM
             ELSE
                 DISPLAY SC-TELA-LISTA
                 ACCEPT  SC-TELA-LISTA
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0040-EXCLUI-ITEM.

           initialize wk-msg.
           DISPLAY   SC-TELA-PROPOSTA.
           ACCEPT    SC-TELA-PROPOSTA.
           PERFORM   0025-CONSISTE-ITEM.
           IF        wk-tipo        EQUAL       'F'
            OR       wk-tipo        EQUAL       'T'
            OR       wk-tipo        EQUAL       'C'
               PERFORM              0026-MONTA-CHAVE
               DELETE ARQPROPCOM
                INVALID KEY
                 MOVE 'Item nao encontrado'     TO          wk-msg
                NOT INVALID KEY
                 MOVE 'Item excluido'           TO          wk-msg
               END-DELETE
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    A fresh proposal starts from nothing: the empresa's items
      *    are removed one by one through the key.
       0050-LIMPA-PROPOSTA.

           MOVE      SPACES         TO          wk-confirma.
           initialize wk-msg.
           DISPLAY   SC-TELA-LIMPA.
           ACCEPT    SC-TELA-LIMPA.
           IF        wk-confirma    EQUAL       'S'
               MOVE  ZEROS          TO          wk-tot-excluidos
               MOVE  LOW-VALUES     TO          ARQPROPCOM-CHAVE
               MOVE  wk-empresa-corrente TO     arqpropcom-empresa
               START ARQPROPCOM   KEY IS      NOT LESS
                                    ARQPROPCOM-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQPROPCOM
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQPROPCOM
               END-START
               PERFORM              0051-EXCLUI-PROXIMO
                 UNTIL FS-ARQPROPCOM EQUAL    '10'
               MOVE  ZEROS          TO          FS-ARQPROPCOM
               MOVE  'Proposta limpa'           TO          wk-msg
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0051-EXCLUI-PROXIMO.

           READ      ARQPROPCOM   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPROPCOM
            NOT AT END
             IF      arqpropcom-empresa NOT EQUAL
                                    wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQPROPCOM
             ELSE
                 DELETE ARQPROPCOM
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   ADD 1            TO          wk-tot-excluidos
                 END-DELETE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQPROPCOM.
           GOBACK.
           exit program.

           end program cadastrosimulacao.
