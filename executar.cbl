                 07 wk-gr-chave         pic x(022).
                 07 wk-gr-vendedor      pic 9(007).
           01  wk-grupo-chave           pic x(022) value spaces.
      *    Every CNPJ root placed this run with the vendedor its
      *    first branch went to -- under C or S a later branch landing
      *    on someone else (a trava, a delta carry, or plain distance
      *    under S) is a split the desk has to see.
           01  wk-raizes.
              05 wk-rz-qtd              pic 9(005) comp value zeros.
              05 wk-rz-idx              pic 9(005) comp value zeros.
              05 wk-rz-achou            pic x(001) value 'N'.
              05 wk-rz-raiz             pic x(008) value spaces.
              05 wk-rz-vendedor-atual   pic 9(007) value zeros.
              05 wk-rz-item             occurs 9999 times.
                 07 wk-rz-chave         pic x(008).
                 07 wk-rz-vendedor      pic 9(007).
           01  wk-tot-raiz-dividida     pic 9(007) value zeros.

      *    Road factors per regiao, loaded once -- the multiplier the
      *    guardrail and the exception report see applied over the
                         "Peso da taxa de comissao".
               05  line  12  col  43   using wk-peso-comissao.
               05  line  16  col  05 value
                         "Agrupar (L local/C CNPJ/S sinaliza/N)".
               05  line  16  col  43   using wk-agrupamento.
               05  line  17  col  05 value
                         "Capacidade por valor atribuido (S/N)".
                 PERFORM            0012H-FATOR-REGIAO
                 PERFORM            0011E-VERIFICA-TRAVA
                 IF   wk-cliente-travado NOT EQUAL 'S'
                  AND (wk-agrupamento EQUAL     'L'
                   OR  wk-agrupamento EQUAL     'C')
                  AND wk-linha-alvo  EQUAL       SPACES
                     PERFORM        0011I-VERIFICA-GRUPO
                 END-IF
                                    wk-limite-distancia
                     PERFORM        0013-GRAVA-SAIDA
                     PERFORM        0013F-CONTA-ATRIBUIDO
                     IF  (wk-agrupamento EQUAL  'L'
                      OR  wk-agrupamento EQUAL  'C')
                      AND wk-linha-alvo EQUAL    SPACES
                         PERFORM    0011K-REGISTRA-GRUPO
                     END-IF
           MOVE      arqsaidaant-vendedor-codigo
                                    TO       wk-top3-codigo(1).
           PERFORM   0013A-INCREMENTA-VENDEDOR.
           IF        (wk-agrupamento EQUAL      'C'
            OR        wk-agrupamento EQUAL      'S')
            AND      arqsaidaant-linha-atendida EQUAL SPACES
               PERFORM              0013J-VERIFICA-RAIZ
           END-IF.
      *----------------------------------------------------------------
      *    Key accounts fixed to a specific vendedor by the desk (via
      *    cadastrotrava) skip the nearest-vendor search entirely: the
                   CONTINUE
                  NOT INVALID KEY
                   IF  arqvendedor-ativo
                    MOVE arqvendedor-codigo TO  wk-vend-codigo
                    MOVE arqvendedor-lat TO     wk-vend-lat
                    MOVE arqvendedor-lon TO     wk-vend-lon
                    PERFORM         0012P-DISTANCIA-EFETIVA
                    MOVE arqvendedor-codigo TO  wk-top3-codigo(1)
                    MOVE arqvendedor-nome   TO  wk-top3-nome(1)
                    MOVE wk-resultado TO        wk-top3-distancia(1)
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqvendedor-codigo TO     wk-vend-codigo
                 MOVE arqvendedor-lat TO        wk-vend-lat
                 MOVE arqvendedor-lon TO        wk-vend-lon
                 PERFORM            0012P-DISTANCIA-EFETIVA
                 MOVE arqvendedor-codigo TO     wk-top3-codigo(1)
                 MOVE arqvendedor-nome   TO     wk-top3-nome(1)
                 MOVE wk-resultado  TO          wk-top3-distancia(1)
                                    TO          wk-vend-capacidade-max.
           MOVE      wk-tv-taxa-comissao(wk-gd-tab-idx)
                                    TO          wk-vend-taxa-comissao.
           PERFORM   0012P-DISTANCIA-EFETIVA.
           PERFORM   0012E-CALCULA-PONTUACAO.

           IF        wk-modo-pontuacao EQUAL    'S'
      *----------------------------------------------------------------
       0012B-CALCULA-HAVERSINE.

           PERFORM   0012P-DISTANCIA-EFETIVA.
           PERFORM   0012E-CALCULA-PONTUACAO.
           IF        wk-modo-trace  EQUAL       'S'
               MOVE  'AVALIADO'     TO          wk-trace-motivo
           END-IF.
           PERFORM   0012C-INSERE-TOP3.
      *----------------------------------------------------------------
      *    Effective road distance for the pair staged in the record
      *    area and wk-vend-avaliado. A real figure imported from the
      *    routing engine wins while the cache row is still valid;
      *    otherwise the cache keeps pure geometry and the regiao's
      *    road factor is applied here, so the ranking, the limit
      *    check and the exception report all see travel effort.
       0012P-DISTANCIA-EFETIVA.

           PERFORM   0012F-CONSULTA-CACHE.
           IF        wk-cache-valida EQUAL      'S'
            AND      arqcachedist-real
               MOVE  arqcachedist-km-real TO    wk-resultado
           ELSE
               IF    wk-cache-valida NOT EQUAL  'S'
                   PERFORM          0012D-CALCULA-DISTANCIA
                   PERFORM          0012G-GRAVA-CACHE
               END-IF
               COMPUTE wk-resultado =
                       wk-resultado * wk-fator-rodoviario
                ON SIZE ERROR
                 MOVE 99999,99      TO          wk-resultado
               END-COMPUTE
           END-IF.
      *----------------------------------------------------------------
      *    A cache row is trusted only while both parties' stored
      *    coordinates still match the masters -- a cadastro edit to
      *    either lat/long makes the comparison fail and the pair is
           MOVE      wk-vend-lon    TO
                                    arqcachedist-vendedor-lon.
           MOVE      wk-resultado   TO          arqcachedist-distancia.
      *    Re-derived geometry means a coordinate moved, so any real
      *    figure on the row described the old position and goes.
           SET       arqcachedist-estimada      TO          TRUE.
           MOVE      ZEROS          TO          arqcachedist-km-real
                                                 arqcachedist-minutos
                                                 arqcachedist-data-real.
           IF        wk-cache-existe EQUAL      'S'
               REWRITE arqcachedist-registro
                INVALID KEY
           END-IF.
           PERFORM   0013A-INCREMENTA-VENDEDOR.
           PERFORM   0016-GRAVA-CSV.
           IF        (wk-agrupamento EQUAL      'C'
            OR        wk-agrupamento EQUAL      'S')
            AND      wk-linha-alvo  EQUAL       SPACES
               PERFORM              0013J-VERIFICA-RAIZ
           END-IF.
      *----------------------------------------------------------------
      *    Adds the newly-assigned client to the primary vendor's
      *    running count in the in-memory table, so the next client's
           MOVE      wk-run-id      TO       arqhistorico-run-id.
           MOVE      'EXECUCAO'     TO       arqhistorico-motivo.
           WRITE     arqhistorico-registro.
      *----------------------------------------------------------------
      *    Records the branch's vendedor against its CNPJ root. The
      *    first branch of a root sets the vendedor for the network;
      *    a later branch assigned elsewhere counts as a split and
      *    opens a 'G' triage item on that branch so the desk can
      *    move it or accept the split.
       0013J-VERIFICA-RAIZ.

           MOVE      arqcliente-cnpj(1:8) TO    wk-rz-raiz.
           MOVE      wk-top3-codigo(1) TO       wk-rz-vendedor-atual.
           MOVE      'N'            TO          wk-rz-achou.
           IF        wk-rz-raiz     NOT EQUAL   '00000000'
               PERFORM              0013K-PROCURA-RAIZ
                 VARYING wk-rz-idx  FROM        1
                   BY    1
                   UNTIL wk-rz-idx  >           wk-rz-qtd
                    OR   wk-rz-achou EQUAL      'S'
               IF    wk-rz-achou    EQUAL       'S'
                   SUBTRACT 1       FROM        wk-rz-idx
                   IF  wk-rz-vendedor(wk-rz-idx) NOT EQUAL
                                    wk-rz-vendedor-atual
                       PERFORM      0013L-SINALIZA-DIVISAO
                   END-IF
               ELSE
                IF   wk-rz-qtd      <           9999
                   ADD  1           TO          wk-rz-qtd
                   MOVE wk-rz-raiz  TO          wk-rz-chave(wk-rz-qtd)
                   MOVE wk-rz-vendedor-atual TO
                                    wk-rz-vendedor(wk-rz-qtd)
                END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------
       0013L-SINALIZA-DIVISAO.

           ADD       1              TO          wk-tot-raiz-dividida.
           MOVE      'G'            TO          wk-triagem-tipo.
           MOVE      SPACES         TO          wk-triagem-detalhe.
           STRING    'RAIZ '        DELIMITED BY SIZE
                     wk-rz-raiz     DELIMITED BY SIZE
                     ' V '          DELIMITED BY SIZE
                     wk-rz-vendedor-atual DELIMITED BY SIZE
                     '<>'           DELIMITED BY SIZE
                     wk-rz-vendedor(wk-rz-idx) DELIMITED BY SIZE
                     INTO wk-triagem-detalhe.
           PERFORM   0015A-ALIMENTA-TRIAGEM.
      *----------------------------------------------------------------
       0013K-PROCURA-RAIZ.

           IF        wk-rz-chave(wk-rz-idx) EQUAL wk-rz-raiz
               MOVE  'S'            TO          wk-rz-achou
           END-IF.
      *----------------------------------------------------------------
       0015-GRAVA-EXCECAO.

                     wk-tot-sem-c   DELIMITED BY SIZE
                     INTO wk-rx-linha.
           PERFORM   0021G-GRAVA-LINHA.
           IF        wk-agrupamento EQUAL       'C'
            OR       wk-agrupamento EQUAL       'S'
               MOVE  SPACES         TO          wk-rx-linha
               STRING '  FILIAIS COM VENDEDOR DIFERENTE DA RAIZ CNPJ '
                                    DELIMITED BY SIZE
                     wk-tot-raiz-dividida DELIMITED BY SIZE
                     INTO wk-rx-linha
               PERFORM              0021G-GRAVA-LINHA
           END-IF.
      *----------------------------------------------------------------
       0021C-SECAO-RECONCILIACAO.

