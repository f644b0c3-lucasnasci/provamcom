              05 wk-qtd-puladas         pic 9(005) value zeros.
              05 wk-qtd-fechados        pic 9(005) value zeros.
              05 wk-qtd-nunca           pic 9(005) value zeros.
              05 wk-qtd-fora            pic 9(005) value zeros.
              05 wk-qtd-sem-checkin     pic 9(005) value zeros.
           01  wk-tot-vendedores        pic 9(005) value zeros.

      *    Clients seen (resultado V) in the window, collected while
              05 wk-vis-achou           pic x(001) value 'N'.
              05 wk-vis-codigo          occurs 9999 pic 9(007).

      *    Check-in exceptions of the vendedor in the window, listed
      *    after their counters: visits keyed as done with no position
      *    from the street, or with one beyond the tolerance.
           01  wk-excecoes.
              05 wk-exc-qtd             pic 9(005) comp value zeros.
              05 wk-exc-idx             pic 9(005) comp value zeros.
              05 wk-exc-item            occurs 500 times.
                 07 wk-exc-cliente      pic 9(007).
                 07 wk-exc-data         pic 9(008).
                 07 wk-exc-hora         pic 9(006).
                 07 wk-exc-distancia    pic 9(005)v9(002).
                 07 wk-exc-situacao     pic x(001).

           01  wk-lin-cabec.
              05 filler                 pic x(034) value
                 "VISITAS PLANEJADO X REALIZADO DE  ".
              05 filler                 pic x(016) value
                 "  NUNCA VISITADO".
              05 wk-ct-nunca            pic zzzz9.
           01  wk-lin-checkin.
              05 filler                 pic x(017) value
                 "  CHECK-IN FORA  ".
              05 wk-ck-fora             pic zzzz9.
              05 filler                 pic x(016) value
                 "  SEM CHECK-IN  ".
              05 wk-ck-sem              pic zzzz9.
           01  wk-lin-excecao.
              05 filler                 pic x(018) value
                 "  CHECK-IN:       ".
              05 wk-ex-cliente          pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-ex-data             pic 9(008).
              05 filler                 pic x(001) value space.
              05 wk-ex-hora             pic 9(006).
              05 filler                 pic x(002) value spaces.
              05 wk-ex-distancia        pic zz.zz9,99.
              05 filler                 pic x(004) value " KM ".
              05 wk-ex-motivo           pic x(030).
           01  wk-lin-nunca.
              05 filler                 pic x(018) value
                 "  SEM VISITA:     ".
       0022-BLOCO-VENDEDOR.

           INITIALIZE               wk-contadores.
           MOVE      ZEROS          TO          wk-vis-qtd
                                                 wk-exc-qtd.

           MOVE      arqvendedor-codigo TO
                                    arqvisita-vendedor-codigo.
           MOVE      wk-qtd-fechados TO         wk-ct-fechados.
           MOVE      wk-qtd-nunca   TO          wk-ct-nunca.
           WRITE     arqrelvisita-linha FROM    wk-lin-contadores.
           MOVE      wk-qtd-fora    TO          wk-ck-fora.
           MOVE      wk-qtd-sem-checkin TO      wk-ck-sem.
           WRITE     arqrelvisita-linha FROM    wk-lin-checkin.
           PERFORM   0024-IMPRIME-EXCECAO
             VARYING wk-exc-idx     FROM        1
               BY    1
               UNTIL wk-exc-idx     >           wk-exc-qtd.
      *---------------------------------------------------------------
       0023-CONTA-VISITA.

                  WHEN arqvisita-fechado
                   ADD 1            TO          wk-qtd-fechados
                 END-EVALUATE
                 IF   arqvisita-checkin-fora
                  OR  arqvisita-checkin-ausente
                     PERFORM        0023A-GUARDA-EXCECAO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023A-GUARDA-EXCECAO.

           IF        arqvisita-checkin-fora
               ADD   1              TO          wk-qtd-fora
           ELSE
               ADD   1              TO          wk-qtd-sem-checkin
           END-IF.
           IF        wk-exc-qtd     <           500
               ADD   1              TO          wk-exc-qtd
               MOVE  arqvisita-cliente-codigo TO
                                    wk-exc-cliente(wk-exc-qtd)
               MOVE  arqvisita-data-realizada TO
                                    wk-exc-data(wk-exc-qtd)
               MOVE  arqvisita-checkin-hora TO
                                    wk-exc-hora(wk-exc-qtd)
               MOVE  arqvisita-checkin-distancia TO
                                    wk-exc-distancia(wk-exc-qtd)
               MOVE  arqvisita-checkin-situacao TO
                                    wk-exc-situacao(wk-exc-qtd)
           END-IF.
      *---------------------------------------------------------------
       0024-IMPRIME-EXCECAO.

           MOVE      wk-exc-cliente(wk-exc-idx) TO wk-ex-cliente.
           MOVE      wk-exc-data(wk-exc-idx) TO wk-ex-data.
           MOVE      wk-exc-hora(wk-exc-idx) TO wk-ex-hora.
           MOVE      wk-exc-distancia(wk-exc-idx) TO wk-ex-distancia.
           IF        wk-exc-situacao(wk-exc-idx) EQUAL 'F'
               MOVE  'FORA DA TOLERANCIA' TO    wk-ex-motivo
           ELSE
               MOVE  'SEM POSICAO CAPTURADA' TO wk-ex-motivo
           END-IF.
           WRITE     arqrelvisita-linha FROM    wk-lin-excecao.
      *---------------------------------------------------------------
      *    Whoever is in the vendedor's arqsaida portfolio but was
      *    not seen in the window comes out by name -- the clients
