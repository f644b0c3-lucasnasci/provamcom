           copy "arqorcamentoselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqrateioselect.cpy".
           copy "arqvendedorselect.cpy".
           select arqrelorcam assign to
                   wk-caminho-arqrelorcam
                 organization       is line sequential
           copy "arqorcamentofd.cpy".
           copy "arqvendafd.cpy".
           copy "arqclientefd.cpy".
           copy "arqrateiofd.cpy".
           copy "arqvendedorfd.cpy".

           fd arqrelorcam.
           01  arqrelorcam-linha         pic x(132).
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqrelorcam   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relorcam.txt".
           01  wk-caminho-arqrateio     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rateio.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".

           01  fs-arqrelorcam.
               05  fs-arqrelorcam-1 PIC  X(001).

           01  wk-tot-regioes           pic 9(003) value zeros.

      *    A split nota's share is realizado of the coparticipante's
      *    own regiao when that differs from the client's.
           01  wk-tem-rateio            pic x(001) value 'N'.
           01  wk-parte-rateio          pic s9(009)v9(002) value zeros.
           01  wk-rl-idx-cliente        pic 9(003) comp value zeros.

           01  wk-lin-orcam.
              05 filler                 pic x(007) value "REGIAO ".
              05 wk-lo-regiao           pic 9(007).
           copy "arqorcamentofs.cpy".
           copy "arqvendafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqrateiofs.cpy".
           copy "arqvendedorfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
           END-IF.
           OPEN      INPUT        ARQVENDA.
           OPEN      INPUT        ARQCLIENTE.
           OPEN      INPUT        ARQRATEIO.
           IF        FS-ARQRATEIO   EQUAL       ZEROS
               OPEN  INPUT        ARQVENDEDOR
               IF    FS-ARQVENDEDOR EQUAL       ZEROS
                   MOVE 'S'         TO          wk-tem-rateio
               ELSE
                   CLOSE ARQRATEIO
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

                                    wk-rl-mes(wk-rl-idx)
                   END-IF
               END-IF
               IF    wk-tem-rateio  EQUAL       'S'
                   PERFORM          0023A-TRANSFERE-RATEIO
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0023A-TRANSFERE-RATEIO.

           MOVE      wk-rl-idx      TO          wk-rl-idx-cliente.
           MOVE      arqvenda-numero-nf TO      arqrateio-numero-nf.
           READ      ARQRATEIO      KEY IS      ARQRATEIO-NUMERO-NF
            INVALID KEY
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT INVALID KEY
             MOVE    arqrateio-vendedor-codigo TO arqvendedor-codigo
             READ    ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
              INVALID KEY
               MOVE  '10'           TO          FS-ARQRATEIO
              NOT INVALID KEY
               IF    arqvendedor-regiao-codigo EQUAL ZEROS
                OR   arqvendedor-regiao-codigo EQUAL
                                    wk-rl-regiao(wk-rl-idx-cliente)
                   MOVE '10'        TO          FS-ARQRATEIO
               END-IF
             END-READ
           END-READ.
           IF        FS-ARQRATEIO   EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQRATEIO
           ELSE
               COMPUTE wk-parte-rateio ROUNDED =
                       arqvenda-valor * arqrateio-percentual / 100
               IF    arqvenda-estorno
                   COMPUTE wk-parte-rateio = ZEROS - wk-parte-rateio
               END-IF
               MOVE  arqvendedor-regiao-codigo TO wk-rl-busca
               PERFORM              0025-LOCALIZA-REGIAO
               SUBTRACT wk-parte-rateio FROM
                                    wk-rl-ytd(wk-rl-idx-cliente)
               ADD   wk-parte-rateio TO wk-rl-ytd(wk-rl-idx)
               IF    wk-comp-venda  EQUAL       wk-competencia
                   SUBTRACT wk-parte-rateio FROM
                                    wk-rl-mes(wk-rl-idx-cliente)
                   ADD  wk-parte-rateio TO wk-rl-mes(wk-rl-idx)
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0024-ACUMULA-METAS.
           END-IF.
           CLOSE     ARQVENDA.
           CLOSE     ARQCLIENTE.
           IF        wk-tem-rateio  EQUAL       'S'
               CLOSE ARQRATEIO
               CLOSE ARQVENDEDOR
           END-IF.
           GOBACK.
           exit program.

