              05 wk-perfil              pic x(001) value spaces.
              05 wk-opcoes              pic x(150) value spaces.
              05 wk-vendedor-codigo     pic 9(007) value zeros.
              05 wk-dados-pessoais      pic x(001) value spaces.
              05 wk-opcoes-anteriores   pic x(150) value spaces.

      *    Up to five of the conflicts a grant would create, as shown
      *    on the warning screen before it is confirmed.
           01  wk-aviso.
              05 wk-av-qtd              pic 9(003) value zeros.
              05 wk-av-idx              pic 9(003) value zeros.
              05 wk-av-item             pic 9(003) value zeros.
              05 wk-av-linhas.
                 07 wk-av-linha         occurs 5 pic x(060).

           copy "arqsodcalc.cpy".

           01  wk-politica.
              05 wk-dias-validade       pic 9(003) value 90.
               05  line  10  col  05 value
                         "Vendedor vinculado (0 = nenhum)".
               05  line  10  col  43   using wk-vendedor-codigo.
               05  line  11  col  05 value
                         "Ve CPF/CNPJ/contatos completos (S/N)".
               05  line  11  col  43   using wk-dados-pessoais.
               05  line  6   col  05 value
                         "Opcoes permitidas (5 posicoes cada,".
               05  line  7   col  05 value
               05  line  6   col 05 value
                         "Confirma a exclusao (S/N)".
               05  line  6   col  43   using wk-confirma.
      *------------------------------------------------------------------------
           01  SC-TELA-CONFLITO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ATENCAO - CONFLITO DE FUNCOES (SoD)".
               05  line  3   col  05 value
                         "Operador".
               05  line  3   col  43   using wk-codigo.
               05  line  4   col  05 value
                         "Novos conflitos criados pela concessao".
               05  line  4   col  43   using wk-av-qtd.
               05  line  6   col  05   using wk-av-linha(1).
               05  line  7   col  05   using wk-av-linha(2).
               05  line  8   col  05   using wk-av-linha(3).
               05  line  9   col  05   using wk-av-linha(4).
               05  line  10  col  05   using wk-av-linha(5).
               05  line  12  col  05 value
                         "Confirma a concessao (S/N)".
               05  line  12  col  43   using wk-confirma.

       procedure division.

            INVALID KEY
             MOVE    'S'            TO           wk-operador-novo
             MOVE    'O'            TO           wk-perfil
             MOVE    SPACES         TO           wk-opcoes-anteriores
             MOVE    'N'            TO           wk-dados-pessoais
            NOT INVALID KEY
             MOVE    'N'            TO           wk-operador-novo
      *      The stored credential is a hash; nothing to show back.
             MOVE    arqoperador-nome TO         wk-nome
             MOVE    arqoperador-perfil TO       wk-perfil
             MOVE    arqoperador-opcoes TO       wk-opcoes
             MOVE    arqoperador-opcoes TO       wk-opcoes-anteriores
             MOVE    arqoperador-vendedor-codigo TO
                                         wk-vendedor-codigo
             MOVE    arqoperador-dados-pessoais TO
                                         wk-dados-pessoais
             IF      wk-dados-pessoais NOT EQUAL 'S'
                 MOVE 'N'           TO           wk-dados-pessoais
             END-IF
           END-READ.

           DISPLAY    SC-TELA-OPERADOR.
                                    to           wk-msg
               PERFORM 0020-EDITA-OPERADOR
           END-IF.
           IF        wk-dados-pessoais NOT EQUAL 'S'
            AND      wk-dados-pessoais NOT EQUAL 'N'
               MOVE  'Dados pessoais completos deve ser S ou N'
                                    to           wk-msg
               PERFORM 0020-EDITA-OPERADOR
           END-IF.

      *    A grant that makes an operador hold both sides of a
      *    conflicting pair is only saved once confirmed; pairs
      *    the operador already held, or covered by an exception,
      *    do not ask again. Supervisors see everything and are
      *    not checked.
           MOVE      'S'            TO           wk-confirma.
           IF        wk-perfil      EQUAL        'O'
               PERFORM              0025-VERIFICA-CONFLITOS
           END-IF.
           IF        wk-confirma    EQUAL        'S'
               PERFORM              0030-GRAVA-OPERADOR
           ELSE
               MOVE  'Concessao cancelada'       TO          wk-msg
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0025-VERIFICA-CONFLITOS.

           MOVE      wk-codigo      TO           wk-sod-operador.
           MOVE      wk-opcoes      TO           wk-sod-opcoes.
           MOVE      wk-opcoes-anteriores TO     wk-sod-anteriores.
           CALL      'verificasod'  USING        wk-sod.
           IF        wk-sod-ok
            AND      wk-sod-qtd-novos GREATER    ZEROS
               MOVE  wk-sod-qtd-novos TO         wk-av-qtd
               MOVE  SPACES         TO           wk-av-linhas
               MOVE  ZEROS          TO           wk-av-idx
               PERFORM              0026-MONTA-AVISO
                 VARYING wk-av-item FROM         1
                   BY    1
                   UNTIL wk-av-item >            wk-sod-qtd
               MOVE  SPACES         TO           wk-confirma
               DISPLAY SC-TELA-CONFLITO
               ACCEPT  SC-TELA-CONFLITO
               IF    wk-confirma    NOT EQUAL    'S'
                   MOVE 'N'         TO           wk-confirma
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0026-MONTA-AVISO.

           IF        wk-sod-e-novo(wk-av-item)
            AND      NOT wk-sod-excecao(wk-av-item)
            AND      wk-av-idx      <            5
               ADD   1              TO           wk-av-idx
               STRING wk-sod-opcao-a(wk-av-item) DELIMITED BY SIZE
                      ' x '                  DELIMITED BY SIZE
                      wk-sod-opcao-b(wk-av-item) DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      wk-sod-descricao(wk-av-item) DELIMITED BY SIZE
                 INTO wk-av-linha(wk-av-idx)
               END-STRING
           END-IF.
      *---------------------------------------------------------------
       0030-GRAVA-OPERADOR.

           MOVE      wk-codigo      TO           arqoperador-codigo.
      *    A typed senha never reaches disk: it is hashed here and
           MOVE      wk-opcoes      TO           arqoperador-opcoes.
           MOVE      wk-vendedor-codigo TO
                                    arqoperador-vendedor-codigo.
           MOVE      wk-dados-pessoais TO
                                    arqoperador-dados-pessoais.
           SET       arqoperador-ativo           TO          TRUE.
           IF        wk-operador-novo EQUAL      'S'
               WRITE arqoperador-registro
