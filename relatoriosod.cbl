       program-id. relatoriosod as "relatoriosod".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqoperadorselect.cpy".
           copy "arqrelsodselect.cpy".

       data division.

           file section.

           copy "arqoperadorfd.cpy".
           copy "arqrelsodfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".
           01  wk-caminho-arqrelsod     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relsod.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-operador        pic x(001) value 'N'.
              05 wk-sem-tabela          pic x(001) value 'N'.

           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-idx                   pic 9(003) value zeros.

           copy "arqsodcalc.cpy".

           01  wk-totais.
              05 wk-tot-operadores      pic 9(005) value zeros.
              05 wk-tot-supervisores    pic 9(005) value zeros.
              05 wk-tot-com-conflito    pic 9(005) value zeros.
              05 wk-tot-conflitos       pic 9(005) value zeros.
              05 wk-tot-excecoes        pic 9(005) value zeros.
              05 wk-tot-vencidas        pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(048) value
                 "CONFLITOS DE SEGREGACAO DE FUNCOES (SoD) EM ".
              05 wk-lti-hoje            pic 9(008).
           01  wk-lin-colunas.
              05 filler                 pic x(042) value
                 "OPERADOR   NOME                           ".
              05 filler                 pic x(054) value
                 "OPCAO OPCAO DESCRICAO".
              05 filler                 pic x(020) value
                 "SITUACAO".
           01  wk-lin-detalhe.
              05 wk-ld-operador         pic x(010).
              05 filler                 pic x(001) value space.
              05 wk-ld-nome             pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-ld-opcao-a          pic x(005).
              05 filler                 pic x(001) value space.
              05 wk-ld-opcao-b          pic x(005).
              05 filler                 pic x(001) value space.
              05 wk-ld-descricao        pic x(040).
              05 filler                 pic x(002) value spaces.
              05 wk-ld-situacao         pic x(012).
              05 wk-ld-validade         pic x(008).
           01  wk-lin-supervisor.
              05 wk-ls-operador         pic x(010).
              05 filler                 pic x(001) value space.
              05 wk-ls-nome             pic x(030).
              05 filler                 pic x(001) value space.
              05 filler                 pic x(040) value
                 "SUPERVISOR - ACESSO A TODAS AS OPCOES".
           01  wk-lin-total-1.
              05 filler                 pic x(022) value
                 "OPERADORES ATIVOS".
              05 wk-lt-operadores       pic zzzz9.
              05 filler                 pic x(022) value
                 "   COM CONFLITO".
              05 wk-lt-com-conflito     pic zzzz9.
              05 filler                 pic x(022) value
                 "   SUPERVISORES".
              05 wk-lt-supervisores     pic zzzz9.
           01  wk-lin-total-2.
              05 filler                 pic x(022) value
                 "CONFLITOS EM ABERTO".
              05 wk-lt-conflitos        pic zzzz9.
              05 filler                 pic x(022) value
                 "   EXCECOES VIGENTES".
              05 wk-lt-excecoes         pic zzzz9.
              05 filler                 pic x(022) value
                 "   EXCECOES VENCIDAS".
              05 wk-lt-vencidas         pic zzzz9.

           copy "arqoperadorfs.cpy".
           copy "arqrelsodfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RELATORIO DE CONFLITOS SoD".
               05  line  3   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  3   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DOS CONFLITOS (relsod.txt)".
               05  line  3   col  05 VALUE
                         "Operadores ativos".
               05  line  3   col  40   using wk-tot-operadores.
               05  line  4   col  05 VALUE
                         "Supervisores".
               05  line  4   col  40   using wk-tot-supervisores.
               05  line  5   col  05 VALUE
                         "Operadores com conflito".
               05  line  5   col  40   using wk-tot-com-conflito.
               05  line  6   col  05 VALUE
                         "Conflitos em aberto".
               05  line  6   col  40   using wk-tot-conflitos.
               05  line  7   col  05 VALUE
                         "Excecoes vigentes".
               05  line  7   col  40   using wk-tot-excecoes.
               05  line  8   col  05 VALUE
                         "Excecoes vencidas".
               05  line  8   col  40   using wk-tot-vencidas.
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
      *    Every active operator whose grants hold both options of
      *    an active conflicting pair, one line per pair, with the
      *    exception that covers it or the day it ran out.
      *    Supervisors see every option regardless of grants and
      *    are listed once as such, so the auditor knows who they
      *    are without a line per pair.
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           MOVE      'N'            TO          wk-sem-tabela.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-lti-hoje.

           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQOPERADOR
                                                 WK-MSG
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
           OPEN      OUTPUT       ARQRELSOD.
           WRITE     arqrelsod-linha FROM wk-lin-titulo.
           MOVE      SPACES         TO          arqrelsod-linha.
           WRITE     arqrelsod-linha.
           WRITE     arqrelsod-linha FROM wk-lin-colunas.

           MOVE      LOW-VALUES     TO          arqoperador-codigo.
           MOVE      'N'            TO          wk-fim-operador.
           START     ARQOPERADOR    KEY IS      NOT LESS
                                    ARQOPERADOR-CODIGO
            INVALID KEY
             MOVE    'S'            TO          wk-fim-operador
           END-START.
           PERFORM   0021-LE-OPERADOR
             UNTIL   wk-fim-operador EQUAL      'S'.

           MOVE      SPACES         TO          arqrelsod-linha.
           WRITE     arqrelsod-linha.
           MOVE      wk-tot-operadores TO       wk-lt-operadores.
           MOVE      wk-tot-com-conflito TO     wk-lt-com-conflito.
           MOVE      wk-tot-supervisores TO     wk-lt-supervisores.
           MOVE      wk-tot-conflitos TO        wk-lt-conflitos.
           MOVE      wk-tot-excecoes TO         wk-lt-excecoes.
           MOVE      wk-tot-vencidas TO         wk-lt-vencidas.
           WRITE     arqrelsod-linha FROM wk-lin-total-1.
           WRITE     arqrelsod-linha FROM wk-lin-total-2.
           CLOSE     ARQRELSOD.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-LE-OPERADOR.

           READ      ARQOPERADOR    NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-operador
            NOT AT END
             IF      arqoperador-ativo
                 ADD 1              TO          wk-tot-operadores
                 IF  arqoperador-supervisor
                     PERFORM        0022-IMPRIME-SUPERVISOR
                 ELSE
                     PERFORM        0023-VERIFICA-OPERADOR
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-IMPRIME-SUPERVISOR.

           ADD       1              TO          wk-tot-supervisores.
           MOVE      arqoperador-codigo TO      wk-ls-operador.
           MOVE      arqoperador-nome TO        wk-ls-nome.
           WRITE     arqrelsod-linha FROM wk-lin-supervisor.
      *---------------------------------------------------------------
       0023-VERIFICA-OPERADOR.

           MOVE      arqoperador-codigo TO      wk-sod-operador.
           MOVE      arqoperador-opcoes TO      wk-sod-opcoes.
           MOVE      SPACES         TO          wk-sod-anteriores.
           CALL      'verificasod'  USING       wk-sod.
           IF        wk-sod-indisponivel
               MOVE  'S'            TO          wk-sem-tabela
               MOVE  'S'            TO          wk-fim-operador
               MOVE  'Tabela de conflitos indisponivel'
                                    TO          wk-msg
           ELSE
               IF    wk-sod-qtd     GREATER     ZEROS
                   IF wk-sod-qtd-abertos GREATER ZEROS
                       ADD 1        TO          wk-tot-com-conflito
                   END-IF
                   PERFORM          0024-IMPRIME-CONFLITO
                     VARYING wk-idx FROM        1
                       BY    1
                       UNTIL wk-idx >           wk-sod-qtd
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0024-IMPRIME-CONFLITO.

           MOVE      arqoperador-codigo TO      wk-ld-operador.
           MOVE      arqoperador-nome TO        wk-ld-nome.
           MOVE      wk-sod-opcao-a(wk-idx) TO  wk-ld-opcao-a.
           MOVE      wk-sod-opcao-b(wk-idx) TO  wk-ld-opcao-b.
           MOVE      wk-sod-descricao(wk-idx) TO
                                    wk-ld-descricao.
           MOVE      SPACES         TO          wk-ld-validade.
           IF        wk-sod-excecao(wk-idx)
               ADD   1              TO          wk-tot-excecoes
               MOVE  'EXCECAO ATE'  TO          wk-ld-situacao
               MOVE  wk-sod-validade(wk-idx) TO wk-ld-validade
           ELSE
               ADD   1              TO          wk-tot-conflitos
               IF    wk-sod-vencida(wk-idx)
                   ADD 1            TO          wk-tot-vencidas
                   MOVE 'EXC VENCIDA' TO        wk-ld-situacao
                   MOVE wk-sod-validade(wk-idx) TO
                                    wk-ld-validade
               ELSE
                   MOVE 'CONFLITO'  TO          wk-ld-situacao
               END-IF
           END-IF.
           WRITE     arqrelsod-linha FROM wk-lin-detalhe.
      *---------------------------------------------------------------
      *    Open conflicts end the step with a warning, so the night
      *    runs on and the report is looked at in the morning.
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQOPERADOR
           END-IF.
           IF        fl-ok          EQUAL       'S'
            AND      wk-sem-tabela  EQUAL       'N'
               IF    wk-tot-conflitos GREATER   ZEROS
                   MOVE 4           TO          RETURN-CODE
               ELSE
                   MOVE 0           TO          RETURN-CODE
               END-IF
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program relatoriosod.
