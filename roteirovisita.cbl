           copy "arqroteiroselect.cpy".
           copy "arqrotadiaselect.cpy".
           copy "arqcobtempselect.cpy".
           copy "arqcachedistselect.cpy".
           copy "arqregiaoselect.cpy".

       data division.

           copy "arqroteirofd.cpy".
           copy "arqrotadiafd.cpy".
           copy "arqcobtempfd.cpy".
           copy "arqcachedistfd.cpy".
           copy "arqregiaofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqsaida      pic x(070) value
           01  wk-caminho-arqcobtemp    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cobtemp.dat".
           01  wk-tem-cobtemp           pic x(001) value 'N'.
           01  wk-caminho-arqcachedist  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cachedist.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-tem-cachedist         pic x(001) value 'N'.
           01  wk-empresa-corrente      pic 9(003) value 1.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 wk-visitas-gravadas    pic 9(003) value zeros.
              05 wk-data-dia-anterior   pic 9(008) value zeros.
              05 wk-candidato-ok        pic x(001) value 'N'.
              05 wk-data-local          pic 9(008) value zeros.

           01  wk-base.
              05 wk-vendedor-nome       pic x(040) value spaces.
                 07 wk-ct-dias-r redefines wk-ct-dias.
                  09 wk-ct-dia          occurs 7 pic x(001).
                 07 wk-ct-periodo       pic x(001).
                 07 wk-ct-fator         pic 9(001)v9(002).
      *          Where the client sits, for its local holidays, and
      *          the last route date already tested against them.
                 07 wk-ct-uf            pic x(002).
                 07 wk-ct-cidade        pic x(030).
                 07 wk-ct-data-testada  pic 9(008).
                 07 wk-ct-feriado       pic x(001).

      *    Road factors per regiao, loaded once as executar does --
      *    a missing file or regiao leaves the neutral 1,00.
           01  wk-fatores.
              05 wk-ft-qtd              pic 9(003) comp value zeros.
              05 wk-ft-idx              pic 9(003) comp value zeros.
              05 wk-ft-item             occurs 999 times.
                 07 wk-ft-regiao        pic 9(007).
                 07 wk-ft-fator         pic 9(001)v9(002).
           01  wk-fator-rodoviario      pic 9(001)v9(002) value 1,00.
           01  wk-ft-achou              pic x(001) value 'N'.
           01  wk-trecho-real           pic x(001) value 'N'.

           01  wk-ct-ja-carregado       pic x(001) value 'N'.
           01  wk-ct-busca              pic 9(005) comp value zeros.
           copy "arqroteirofs.cpy".
           copy "arqrotadiafs.cpy".
           copy "arqcobtempfs.cpy".
           copy "arqcachedistfs.cpy".
           copy "arqregiaofs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
       0000-controle.

       INITIALIZE    wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           PERFORM   0035-CARREGA-FATORES.

      *    Real road figures imported from the routing engine are
      *    optional: without the cache every leg is estimated.
           OPEN      INPUT        ARQCACHEDIST.
           IF        FS-ARQCACHEDIST EQUAL      ZEROS
               MOVE  'S'            TO           wk-tem-cachedist
           END-IF.

           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA    NOT EQUAL  ZEROS
                                           wk-ct-dias(wk-ct-qtd)
                   MOVE arqcliente-periodo-visita TO
                                           wk-ct-periodo(wk-ct-qtd)
                   PERFORM 0036-FATOR-REGIAO
                   MOVE wk-fator-rodoviario TO
                                           wk-ct-fator(wk-ct-qtd)
                   MOVE arqcliente-uf TO   wk-ct-uf(wk-ct-qtd)
                   MOVE arqcliente-cidade TO
                                           wk-ct-cidade(wk-ct-qtd)
                   MOVE ZEROS       TO
                                    wk-ct-data-testada(wk-ct-qtd)
                   MOVE 'N'         TO     wk-ct-feriado(wk-ct-qtd)
                 END-READ
              END-IF
             END-IF
                                    wk-ct-dias(wk-ct-qtd)
                 MOVE arqcliente-periodo-visita TO
                                    wk-ct-periodo(wk-ct-qtd)
                 PERFORM            0036-FATOR-REGIAO
                 MOVE wk-fator-rodoviario TO
                                    wk-ct-fator(wk-ct-qtd)
               END-READ
           END-IF.
      *---------------------------------------------------------------
               IF    wk-candidato-ok EQUAL      'S'
                   MOVE  wk-ct-lat(wk-ct-idx) TO wk-calc-lat
                   MOVE  wk-ct-lon(wk-ct-idx) TO wk-calc-lon
                   PERFORM          0047-DISTANCIA-TRECHO
                   IF    wk-resultado <         wk-menor-distancia
                       MOVE wk-resultado TO     wk-menor-distancia
                       MOVE wk-ct-idx   TO      wk-ct-escolhido
      *    The client's visit window against the day being routed:
      *    blank days mean any day; a morning-only client only fits
      *    the first half of the day's slots, an afternoon-only one
      *    the second half. A weekday that is a holiday where the
      *    client sits (national, of its uf or of its cidade) is
      *    skipped for that client.
       0045-TESTA-JANELA.

           MOVE      'S'            TO           wk-candidato-ok.
                                    NOT EQUAL    'S'
               MOVE  'N'            TO           wk-candidato-ok
           END-IF.
           IF        wk-candidato-ok EQUAL       'S'
            AND      wk-dia-semana  >            1
            AND      wk-dia-semana  <            7
               IF    wk-ct-data-testada(wk-ct-idx) NOT EQUAL
                                    wk-data-rota
                   PERFORM          0045A-TESTA-FERIADO
               END-IF
               IF    wk-ct-feriado(wk-ct-idx) EQUAL 'S'
                   MOVE 'N'         TO           wk-candidato-ok
               END-IF
           END-IF.
           IF        wk-candidato-ok EQUAL       'S'
               IF    wk-ct-periodo(wk-ct-idx) EQUAL 'M'
                AND  wk-visita-no-dia NOT LESS   wk-meio-dia
                   MOVE 'N'         TO           wk-candidato-ok
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0045A-TESTA-FERIADO.

           MOVE      wk-data-rota   TO           wk-data-local.
           CALL      'diautil'      USING        wk-data-local
                                                  wk-ct-uf(wk-ct-idx)
                                              wk-ct-cidade(wk-ct-idx).
           MOVE      wk-data-rota   TO
                                    wk-ct-data-testada(wk-ct-idx).
           IF        wk-data-local  EQUAL        wk-data-rota
               MOVE  'N'            TO     wk-ct-feriado(wk-ct-idx)
           ELSE
               MOVE  'S'            TO     wk-ct-feriado(wk-ct-idx)
           END-IF.
      *---------------------------------------------------------------
       0043-GRAVA-VISITA.

             REWRITE arqrotadia-registro
           END-WRITE.
      *---------------------------------------------------------------
      *    The leg to the candidate. The first stop of the day leaves
      *    from the vendedor's own base, which is exactly the pair the
      *    routing engine measured: its real kilometers win while the
      *    cache row still matches both coordinates. Every other leg
      *    is client to client and stays haversine times the road
      *    factor of the candidate's regiao.
       0047-DISTANCIA-TRECHO.

           MOVE      'N'            TO           wk-trecho-real.
           IF        wk-visita-no-dia EQUAL      ZEROS
            AND      wk-tem-cachedist EQUAL      'S'
               MOVE  wk-ct-codigo(wk-ct-idx) TO
                                    arqcachedist-cliente-codigo
               MOVE  wk-vendedor-codigo TO
                                    arqcachedist-vendedor-codigo
               READ  ARQCACHEDIST   KEY IS       ARQCACHEDIST-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqcachedist-real
                  AND arqcachedist-cliente-lat EQUAL wk-calc-lat
                  AND arqcachedist-cliente-lon EQUAL wk-calc-lon
                  AND arqcachedist-vendedor-lat EQUAL wk-base-lat
                  AND arqcachedist-vendedor-lon EQUAL wk-base-lon
                     MOVE arqcachedist-km-real TO wk-resultado
                     MOVE 'S'       TO           wk-trecho-real
                 END-IF
               END-READ
           END-IF.
           IF        wk-trecho-real NOT EQUAL    'S'
               PERFORM              0044-CALCULA-DISTANCIA
               COMPUTE wk-resultado =
                       wk-resultado * wk-ct-fator(wk-ct-idx)
                ON SIZE ERROR
                 MOVE 99999,99      TO           wk-resultado
               END-COMPUTE
           END-IF.
      *---------------------------------------------------------------
      *    Loads each regiao's road factor once -- a missing file or
      *    regiao leaves the neutral 1,00 in place.
       0035-CARREGA-FATORES.

           MOVE      ZEROS          TO           wk-ft-qtd.
           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO   EQUAL        ZEROS
               MOVE  LOW-VALUES     TO           ARQREGIAO-CHAVE
               START ARQREGIAO      KEY IS       NOT LESS
                                    ARQREGIAO-CHAVE
                INVALID KEY
                 MOVE '10'          TO           FS-ARQREGIAO
               END-START
               PERFORM              0035A-CARREGA-FATOR
                 UNTIL FS-ARQREGIAO EQUAL        '10'
               CLOSE ARQREGIAO
           END-IF.
      *---------------------------------------------------------------
       0035A-CARREGA-FATOR.

           READ      ARQREGIAO      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQREGIAO
            NOT AT END
             IF      arqregiao-empresa EQUAL     wk-empresa-corrente
              AND    wk-ft-qtd      <            999
                 ADD  1             TO           wk-ft-qtd
                 MOVE arqregiao-codigo TO
                                    wk-ft-regiao(wk-ft-qtd)
                 IF   arqregiao-fator-rodoviario EQUAL ZEROS
                     MOVE 1,00      TO           wk-ft-fator(wk-ft-qtd)
                 ELSE
                     MOVE arqregiao-fator-rodoviario TO
                                    wk-ft-fator(wk-ft-qtd)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Resolves the factor of the client in the record area --
      *    regiao zero or unknown keeps the neutral 1,00.
       0036-FATOR-REGIAO.

           MOVE      1,00           TO           wk-fator-rodoviario.
           IF        arqcliente-regiao-codigo NOT EQUAL ZEROS
               MOVE  'N'            TO           wk-ft-achou
               PERFORM              0036A-PROCURA-FATOR
                 VARYING wk-ft-idx  FROM         1
                   BY    1
                   UNTIL wk-ft-idx  >            wk-ft-qtd
                    OR   wk-ft-achou EQUAL       'S'
           END-IF.
      *---------------------------------------------------------------
       0036A-PROCURA-FATOR.

           IF        wk-ft-regiao(wk-ft-idx) EQUAL
                                    arqcliente-regiao-codigo
               MOVE  wk-ft-fator(wk-ft-idx) TO   wk-fator-rodoviario
               MOVE  'S'            TO           wk-ft-achou
           END-IF.
      *---------------------------------------------------------------
      *    Same haversine executar uses, between the current route
      *    position and the candidate staged in wk-calc-lat/lon.
       0044-CALCULA-DISTANCIA.
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQVENDEDOR.
           IF        wk-tem-cachedist EQUAL      'S'
               CLOSE ARQCACHEDIST
           END-IF.
           GOBACK.
           exit program.

