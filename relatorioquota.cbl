           copy "arqvendedorselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqrelquotaselect.cpy".
           copy "arqrateioselect.cpy".
           select    sort-quota-work assign to "SORTQTA".

       data division.

           copy "arqrelquotafd.cpy".

           copy "arqrateiofd.cpy".

           SD  SORT-QUOTA-WORK.
           01  SORT-QUOTA-REG.
               05 SORT-CODIGO           pic  9(007).
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqrelquota   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relquota.txt".
           01  wk-caminho-arqrateio     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rateio.dat".

           01 wk-workarea.
              05 wk-linha               pic 9(002) value zeros.

           01  wk-competencia           pic 9(006) value zeros.
           01  wk-comp-venda            pic 9(006) value zeros.
      *    Split notas count toward each vendedor by their share.
           01  wk-tem-rateio            pic x(001) value 'N'.
           01  wk-parte-rateio          pic s9(009)v9(002) value zeros.

           01  wk-quota.
              05 wk-codigo              pic  9(007) value zeros.
           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqrelquotafs.cpy".
           copy "arqrateiofs.cpy".

            SCREEN SECTION.
            01  SC-TELA-INICIAL.
                                    TO           WK-MSG
           END-IF.

           OPEN      INPUT        ARQRATEIO.
           IF        FS-ARQRATEIO   EQUAL      ZEROS
               MOVE  'S'            TO           wk-tem-rateio
           END-IF.

           OPEN      OUTPUT       ARQRELQUOTA.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.
           END-START.
           PERFORM   0033F-SOMA-VENDA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           IF        wk-tem-rateio  EQUAL       'S'
               PERFORM              0033G-SOMA-PARTICIPACOES
           END-IF.
      *---------------------------------------------------------------
       0033F-SOMA-VENDA.

                     ELSE
                         ADD arqvenda-valor TO wk-realizado
                     END-IF
                     IF   wk-tem-rateio EQUAL   'S'
                         PERFORM    0033J-CEDE-RATEIO
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The share of a split nota belongs to the coparticipante.
       0033J-CEDE-RATEIO.

           MOVE      arqvenda-numero-nf TO      arqrateio-numero-nf.
           READ      ARQRATEIO      KEY IS      ARQRATEIO-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             PERFORM 0033K-PARTE-RATEIO
             SUBTRACT wk-parte-rateio FROM      wk-realizado
           END-READ.
      *---------------------------------------------------------------
      *    Notas of other vendedores split with this one, dated in
      *    the competencia.
       0033G-SOMA-PARTICIPACOES.

           MOVE      arqvendedor-codigo TO
                                    arqrateio-vendedor-codigo.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQRATEIO
           END-START.
           PERFORM   0033H-SOMA-PARTICIPACAO
             UNTIL   FS-ARQRATEIO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQRATEIO.
      *---------------------------------------------------------------
       0033H-SOMA-PARTICIPACAO.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT AT END
             IF      arqrateio-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQRATEIO
             ELSE
                 MOVE arqrateio-numero-nf TO    arqvenda-numero-nf
                 READ ARQVENDA      KEY IS      ARQVENDA-NUMERO-NF
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   COMPUTE wk-comp-venda = arqvenda-data / 100
                   IF   wk-comp-venda EQUAL    wk-competencia
                       PERFORM      0033K-PARTE-RATEIO
                       ADD  wk-parte-rateio TO wk-realizado
                   END-IF
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0033K-PARTE-RATEIO.

           COMPUTE   wk-parte-rateio ROUNDED =
                     arqvenda-valor * arqrateio-percentual / 100.
           IF        arqvenda-estorno
               COMPUTE wk-parte-rateio = ZEROS - wk-parte-rateio
           END-IF.
      *---------------------------------------------------------------
       0033B-LISTA-ORDENADO.

           CLOSE     ARQVENDEDOR.
           CLOSE     ARQVENDA.
           CLOSE     ARQRELQUOTA.
           IF        wk-tem-rateio  EQUAL       'S'
               CLOSE ARQRATEIO
           END-IF.
           GOBACK.
           exit program.

