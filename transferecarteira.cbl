           copy "arqtravafs.cpy".
           copy "arqtravaexecfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada         pic x(005).
      *    Hand-over with desligavendedor: the book of the vendedor
      *    let go goes to their successor with no distance ceiling;
      *    what the successor has no room for stays behind and is
      *    released by the caller.
           01  wk-parametros-entrada.
              05 wk-pe-origem           pic 9(007).
              05 wk-pe-destino          pic 9(007).
              05 wk-pe-transferidos     pic 9(005).
              05 wk-pe-mantidos         pic 9(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada wk-parametros-entrada.

       perform       0000-controle.

       IF            wk-opcao-entrada EQUAL     'DESLG'
           PERFORM   0090-TRANSFERE-DESLIGAMENTO
       ELSE
           PERFORM   0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
             MOVE    arqvendedor-lon TO          wk-destino-lon
           END-READ.

           PERFORM   0024-MOVE-CARTEIRA.

           DISPLAY   SC-TELA-RESUMO.
           ACCEPT    SC-TELA-RESUMO.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0024-MOVE-CARTEIRA.

           INITIALIZE               WK-TOTAIS.

           MOVE      ZEROS          TO           wk-cart-qtd.
             VARYING wk-cart-idx    FROM         1
               BY    1
               UNTIL wk-cart-idx    >            wk-cart-qtd.
      *---------------------------------------------------------------
       0021-COLETA-CLIENTE.

           MOVE      ZEROS          TO           arqhistorico-run-id.
           MOVE      'TRANSFERENCIA' TO          arqhistorico-motivo.
           WRITE     arqhistorico-registro.
      *---------------------------------------------------------------
      *    Silent transfer for the offboarding: same checks as the
      *    screen, answered through RETURN-CODE instead of wk-msg --
      *    8 when the files or the run lock stop it, 4 when the
      *    successor cannot take clients, 0 when the book was walked.
       0090-TRANSFERE-DESLIGAMENTO.

           MOVE      ZEROS          TO           wk-pe-transferidos
                                                  wk-pe-mantidos.
           MOVE      wk-pe-origem   TO           wk-vend-origem.
           MOVE      wk-pe-destino  TO           wk-vend-destino.
           MOVE      ZEROS          TO           wk-teto-distancia.
      *    Everything opened: the close at the end must run so the
      *    caller gets the files back.
           IF        fl-ok          NOT EQUAL    'N'
               MOVE  'S'            TO           fl-ok
           END-IF.
           PERFORM   0015-VERIFICA-TRAVA-EXEC.
           IF        fl-ok          EQUAL        'N'
            OR       wk-exec-andamento EQUAL     'S'
               MOVE  8              TO           RETURN-CODE
           ELSE
               MOVE  4              TO           RETURN-CODE
               IF    wk-vend-destino NOT EQUAL   ZEROS
                AND  wk-vend-destino NOT EQUAL   wk-vend-origem
                   MOVE wk-vend-destino TO       ARQVENDEDOR-CODIGO
                   READ ARQVENDEDOR KEY IS       ARQVENDEDOR-CODIGO
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     IF   arqvendedor-ativo
                         MOVE arqvendedor-nome TO wk-destino-nome
                         MOVE arqvendedor-lat TO wk-destino-lat
                         MOVE arqvendedor-lon TO wk-destino-lon
                         PERFORM    0024-MOVE-CARTEIRA
                         MOVE wk-tot-transferidos TO
                                    wk-pe-transferidos
                         MOVE wk-tot-mantidos TO wk-pe-mantidos
                         MOVE ZEROS TO           RETURN-CODE
                     END-IF
                   END-READ
               END-IF
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

