       program-id. relatorionps as "relatorionps".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqpesquisaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqrelnpsselect.cpy".

       data division.

           file section.

           copy "arqpesquisafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqrelnpsfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqpesquisa   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pesquisa.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqrelnps     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relnps.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-cliente-ok          pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.

           01  wk-parametros.
              05 wk-periodo-inicial     pic 9(006) value zeros.
              05 wk-periodo-final       pic 9(006) value zeros.
           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-hoje-r redefines wk-hoje.
              05 wk-hoje-periodo        pic 9(006).
              05 filler                 pic 9(002).

      *    One accumulator per vendedor ('V'), regiao ('R') and
      *    priority class ('P', codigo 1/2/3 for A/B/C), searched
      *    by tipo and codigo; the sections print from it in turn.
           01  wk-agregados.
              05 wk-ag-qtd              pic 9(005) comp value zeros.
              05 wk-ag-idx              pic 9(005) comp value zeros.
              05 wk-ag-achou            pic x(001) value 'N'.
              05 wk-ag-tipo-busca       pic x(001) value spaces.
              05 wk-ag-codigo-busca     pic 9(007) value zeros.
              05 wk-ag-item             occurs 1500 times.
                 07 wk-ag-tipo          pic x(001).
                 07 wk-ag-codigo        pic 9(007).
                 07 wk-ag-respostas     pic 9(005).
                 07 wk-ag-promotores    pic 9(005).
                 07 wk-ag-neutros       pic 9(005).
                 07 wk-ag-detratores    pic 9(005).

      *    NPS = percent promoters (9-10) minus percent detractors
      *    (0-6), from -100 to +100.
           01  wk-nps                   pic s9(003) value zeros.
           01  wk-tipo-secao            pic x(001) value spaces.

           01  wk-totais.
              05 wk-tot-respostas       pic 9(005) value zeros.
              05 wk-tot-promotores      pic 9(005) value zeros.
              05 wk-tot-neutros         pic 9(005) value zeros.
              05 wk-tot-detratores      pic 9(005) value zeros.
              05 wk-tot-nps             pic s9(003) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(031) value
                 "PESQUISA DE SATISFACAO (NPS) ".
              05 wk-lti-inicial         pic 9(006).
              05 filler                 pic x(003) value " A ".
              05 wk-lti-final           pic 9(006).
           01  wk-lin-secao             pic x(060) value spaces.
           01  wk-lin-cabec.
              05 filler                 pic x(048) value
                 "CODIGO   DESCRICAO".
              05 filler                 pic x(050) value
                 "RESPOSTAS PROMOTORES  NEUTROS DETRATORES    NPS".
           01  wk-lin-agregado.
              05 wk-la-codigo           pic x(007).
              05 filler                 pic x(002) value spaces.
              05 wk-la-descricao        pic x(037).
              05 filler                 pic x(002) value spaces.
              05 wk-la-respostas        pic zzzz9.
              05 filler                 pic x(006) value spaces.
              05 wk-la-promotores       pic zzzz9.
              05 filler                 pic x(004) value spaces.
              05 wk-la-neutros          pic zzzz9.
              05 filler                 pic x(006) value spaces.
              05 wk-la-detratores       pic zzzz9.
              05 filler                 pic x(004) value spaces.
              05 wk-la-nps              pic -zz9.
           01  wk-lin-detrator.
              05 wk-ld-cliente          pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-raz-soc          pic x(030).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-vendedor         pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-data             pic 9(008).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-nota             pic z9.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-comentario       pic x(060).
           01  wk-lin-cabec-detrator.
              05 filler                 pic x(058) value
                 "CLIENTE  RAZAO SOCIAL                    VENDEDOR".
              05 filler                 pic x(026) value
                 "DATA      NOTA COMENTARIO".

           copy "arqpesquisafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqrelnpsfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RELATORIO DE SATISFACAO (NPS)".
               05  line  3   col  05 value
                         "Periodo inicial (AAAAMM, 0 = mes atual)".
               05  line  3   col  48   using wk-periodo-inicial.
               05  line  4   col  05 value
                         "Periodo final (AAAAMM, 0 = inicial)".
               05  line  4   col  48   using wk-periodo-final.
               05  line  6   col  05 value
                         "1 Gerar relatorio / 9 Encerrar".
               05  line  6   col  48   using wk-opcao.
               05  line  10  col  48   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA PESQUISA (relnps.txt)".
               05  line  3   col  05 VALUE
                         "Respostas no periodo".
               05  line  3   col  43   using wk-tot-respostas.
               05  line  4   col  05 VALUE
                         "Promotores / neutros / detratores".
               05  line  4   col  43   using wk-tot-promotores.
               05  line  4   col  50   using wk-tot-neutros.
               05  line  4   col  57   using wk-tot-detratores.
               05  line  5   col  05 VALUE
                         "NPS geral".
               05  line  5   col  43   using wk-tot-nps.
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

           OPEN      INPUT        ARQPESQUISA.
           IF        FS-ARQPESQUISA NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhuma pesquisa registrada' TO       wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDEDOR.

           ACCEPT    wk-hoje        FROM        DATE.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             IF        wk-periodo-inicial EQUAL ZEROS
                 MOVE  wk-hoje-periodo TO       wk-periodo-inicial
             END-IF
             IF        wk-periodo-final EQUAL   ZEROS
              OR       wk-periodo-final <       wk-periodo-inicial
                 MOVE  wk-periodo-inicial TO    wk-periodo-final
             END-IF
             PERFORM   0020-GERA-RELATORIO
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    First pass adds every answer of the window to the three
      *    views; the sections are printed from the table, and a
      *    second pass lists the detractors for follow-up.
       0020-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           MOVE      ZEROS          TO          wk-ag-qtd.
           OPEN      OUTPUT       ARQRELNPS.
           MOVE      wk-periodo-inicial TO      wk-lti-inicial.
           MOVE      wk-periodo-final TO        wk-lti-final.
           WRITE     arqrelnps-linha FROM       wk-lin-titulo.

           PERFORM   0021-POSICIONA-PESQUISA.
           PERFORM   0022-ACUMULA-PESQUISA
             UNTIL   FS-ARQPESQUISA EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQPESQUISA.

           IF        wk-tot-respostas NOT EQUAL ZEROS
               COMPUTE wk-tot-nps ROUNDED =
                       (wk-tot-promotores - wk-tot-detratores) * 100
                       / wk-tot-respostas
           END-IF.

           MOVE      'NPS POR VENDEDOR' TO      wk-lin-secao.
           MOVE      'V'            TO          wk-tipo-secao.
           PERFORM   0030-IMPRIME-SECAO.
           MOVE      'NPS POR REGIAO' TO        wk-lin-secao.
           MOVE      'R'            TO          wk-tipo-secao.
           PERFORM   0030-IMPRIME-SECAO.
           MOVE      'NPS POR CLASSE DE PRIORIDADE DO CLIENTE' TO
                                    wk-lin-secao.
           MOVE      'P'            TO          wk-tipo-secao.
           PERFORM   0030-IMPRIME-SECAO.

           MOVE      SPACES         TO          arqrelnps-linha.
           WRITE     arqrelnps-linha.
           MOVE      'DETRATORES PARA ACOMPANHAMENTO' TO
                                    arqrelnps-linha.
           WRITE     arqrelnps-linha.
           WRITE     arqrelnps-linha FROM       wk-lin-cabec-detrator.
           PERFORM   0021-POSICIONA-PESQUISA.
           PERFORM   0040-LISTA-DETRATOR
             UNTIL   FS-ARQPESQUISA EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQPESQUISA.

           CLOSE     ARQRELNPS.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-POSICIONA-PESQUISA.

           MOVE      LOW-VALUES     TO          ARQPESQUISA-CHAVE.
           START     ARQPESQUISA    KEY IS      NOT LESS
                                    ARQPESQUISA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQPESQUISA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQPESQUISA
           END-START.
      *---------------------------------------------------------------
      *    An answer counts when it falls in the window and its
      *    client belongs to the current empresa; regiao and class
      *    come from the client master as it stands today.
       0022-ACUMULA-PESQUISA.

           READ      ARQPESQUISA    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPESQUISA
            NOT AT END
             PERFORM                0023-LE-CLIENTE
             IF      wk-cliente-ok  EQUAL       'S'
                 ADD  1             TO          wk-tot-respostas
                 EVALUATE TRUE
                  WHEN arqpesquisa-promotor
                   ADD 1            TO          wk-tot-promotores
                  WHEN arqpesquisa-neutro
                   ADD 1            TO          wk-tot-neutros
                  WHEN OTHER
                   ADD 1            TO          wk-tot-detratores
                 END-EVALUATE
                 MOVE 'V'           TO          wk-ag-tipo-busca
                 MOVE arqpesquisa-vendedor-codigo TO
                                    wk-ag-codigo-busca
                 PERFORM            0024-ACUMULA-AGREGADO
                 MOVE 'R'           TO          wk-ag-tipo-busca
                 MOVE arqcliente-regiao-codigo TO
                                    wk-ag-codigo-busca
                 PERFORM            0024-ACUMULA-AGREGADO
                 MOVE 'P'           TO          wk-ag-tipo-busca
                 EVALUATE TRUE
                  WHEN arqcliente-prior-a
                   MOVE 1           TO          wk-ag-codigo-busca
                  WHEN arqcliente-prior-b
                   MOVE 2           TO          wk-ag-codigo-busca
                  WHEN OTHER
                   MOVE 3           TO          wk-ag-codigo-busca
                 END-EVALUATE
                 PERFORM            0024-ACUMULA-AGREGADO
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-LE-CLIENTE.

           MOVE      'N'            TO          wk-cliente-ok.
           IF        arqpesquisa-periodo NOT LESS wk-periodo-inicial
            AND      arqpesquisa-periodo NOT GREATER wk-periodo-final
               MOVE  arqpesquisa-cliente-codigo TO arqcliente-codigo
               READ  ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqcliente-empresa EQUAL  wk-empresa-corrente
                     MOVE 'S'       TO          wk-cliente-ok
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0024-ACUMULA-AGREGADO.

           MOVE      'N'            TO          wk-ag-achou.
           PERFORM   0025-PROCURA-AGREGADO
             VARYING wk-ag-idx      FROM        1
               BY    1
               UNTIL wk-ag-idx      >           wk-ag-qtd
                OR   wk-ag-achou    EQUAL       'S'.
           IF        wk-ag-achou    EQUAL       'S'
               SUBTRACT 1           FROM        wk-ag-idx
           ELSE
               IF    wk-ag-qtd      <           1500
                   ADD  1           TO          wk-ag-qtd
                   MOVE wk-ag-qtd   TO          wk-ag-idx
                   MOVE wk-ag-tipo-busca TO     wk-ag-tipo(wk-ag-idx)
                   MOVE wk-ag-codigo-busca TO
                                    wk-ag-codigo(wk-ag-idx)
                   MOVE ZEROS       TO
                                    wk-ag-respostas(wk-ag-idx)
                                    wk-ag-promotores(wk-ag-idx)
                                    wk-ag-neutros(wk-ag-idx)
                                    wk-ag-detratores(wk-ag-idx)
                   MOVE 'S'         TO          wk-ag-achou
               END-IF
           END-IF.
           IF        wk-ag-achou    EQUAL       'S'
               ADD   1              TO
                                    wk-ag-respostas(wk-ag-idx)
               EVALUATE TRUE
                WHEN arqpesquisa-promotor
                 ADD 1              TO
                                    wk-ag-promotores(wk-ag-idx)
                WHEN arqpesquisa-neutro
                 ADD 1              TO          wk-ag-neutros(wk-ag-idx)
                WHEN OTHER
                 ADD 1              TO
                                    wk-ag-detratores(wk-ag-idx)
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------
       0025-PROCURA-AGREGADO.

           IF        wk-ag-tipo(wk-ag-idx) EQUAL wk-ag-tipo-busca
            AND      wk-ag-codigo(wk-ag-idx) EQUAL wk-ag-codigo-busca
               MOVE  'S'            TO          wk-ag-achou
           END-IF.
      *---------------------------------------------------------------
       0030-IMPRIME-SECAO.

           MOVE      SPACES         TO          arqrelnps-linha.
           WRITE     arqrelnps-linha.
           WRITE     arqrelnps-linha FROM       wk-lin-secao.
           WRITE     arqrelnps-linha FROM       wk-lin-cabec.
           PERFORM   0031-IMPRIME-AGREGADO
             VARYING wk-ag-idx      FROM        1
               BY    1
               UNTIL wk-ag-idx      >           wk-ag-qtd.
           MOVE      SPACES         TO          wk-la-codigo.
           MOVE      'TOTAL GERAL'  TO          wk-la-descricao.
           MOVE      wk-tot-respostas TO        wk-la-respostas.
           MOVE      wk-tot-promotores TO       wk-la-promotores.
           MOVE      wk-tot-neutros TO          wk-la-neutros.
           MOVE      wk-tot-detratores TO       wk-la-detratores.
           MOVE      wk-tot-nps     TO          wk-la-nps.
           WRITE     arqrelnps-linha FROM       wk-lin-agregado.
      *---------------------------------------------------------------
       0031-IMPRIME-AGREGADO.

           IF        wk-ag-tipo(wk-ag-idx) EQUAL wk-tipo-secao
               MOVE  SPACES         TO          wk-la-descricao
               EVALUATE wk-tipo-secao
                WHEN 'V'
                 MOVE wk-ag-codigo(wk-ag-idx) TO wk-la-codigo
                 MOVE wk-ag-codigo(wk-ag-idx) TO arqvendedor-codigo
                 READ ARQVENDEDOR   KEY IS      ARQVENDEDOR-CODIGO
                  INVALID KEY
                   MOVE 'SEM VENDEDOR NA DATA' TO wk-la-descricao
                  NOT INVALID KEY
                   MOVE arqvendedor-nome TO     wk-la-descricao
                 END-READ
                WHEN 'R'
                 MOVE wk-ag-codigo(wk-ag-idx) TO wk-la-codigo
                WHEN OTHER
                 EVALUATE wk-ag-codigo(wk-ag-idx)
                  WHEN 1
                   MOVE 'A'         TO          wk-la-codigo
                  WHEN 2
                   MOVE 'B'         TO          wk-la-codigo
                  WHEN OTHER
                   MOVE 'C'         TO          wk-la-codigo
                 END-EVALUATE
               END-EVALUATE
               MOVE  wk-ag-respostas(wk-ag-idx) TO wk-la-respostas
               MOVE  wk-ag-promotores(wk-ag-idx) TO wk-la-promotores
               MOVE  wk-ag-neutros(wk-ag-idx) TO wk-la-neutros
               MOVE  wk-ag-detratores(wk-ag-idx) TO wk-la-detratores
               COMPUTE wk-nps ROUNDED =
                       (wk-ag-promotores(wk-ag-idx)
                      - wk-ag-detratores(wk-ag-idx)) * 100
                       / wk-ag-respostas(wk-ag-idx)
               MOVE  wk-nps         TO          wk-la-nps
               WRITE arqrelnps-linha FROM       wk-lin-agregado
           END-IF.
      *---------------------------------------------------------------
       0040-LISTA-DETRATOR.

           READ      ARQPESQUISA    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPESQUISA
            NOT AT END
             IF      arqpesquisa-detrator
                 PERFORM            0023-LE-CLIENTE
                 IF   wk-cliente-ok EQUAL       'S'
                     MOVE arqpesquisa-cliente-codigo TO
                                    wk-ld-cliente
                     MOVE arqcliente-raz-soc TO wk-ld-raz-soc
                     MOVE arqpesquisa-vendedor-codigo TO
                                    wk-ld-vendedor
                     MOVE arqpesquisa-data TO   wk-ld-data
                     MOVE arqpesquisa-nota TO   wk-ld-nota
                     MOVE arqpesquisa-comentario TO
                                    wk-ld-comentario
                     WRITE arqrelnps-linha FROM wk-lin-detrator
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQPESQUISA
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQVENDEDOR.
           GOBACK.
           exit program.

           end program relatorionps.
