           copy "arqvendedorselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqcontatoselect.cpy".
           copy "arqlgpdselect.cpy".
           select arqrelatrib assign to
                   wk-caminho-arqrelatrib
                 organization       is line sequential
           copy "arqvendedorfd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqcontatofd.cpy".
           copy "arqlgpdfd.cpy".

           fd arqrelatrib.
           01  arqrelatrib-linha         pic x(132).
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqrelatrib   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relatrib.txt".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".

           01  fs-arqrelatrib.
               05  fs-arqrelatrib-1 PIC  X(001).
               05 wk-contato-nome       pic  x(020) value spaces.
               05 wk-contato-fone       pic  x(015) value spaces.
      *-----------------------------------------------------------------
           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqcontatofs.cpy".
           copy "arqlgpdfs.cpy".

           copy "arqmascaracalc.cpy".
      *-----------------------------------------------------------------
           LINKAGE SECTION.

           OPEN      INPUT        ARQSAIDA.

           OPEN      INPUT        ARQCONTATO.

           SET       wk-mk-privilegio           TO          TRUE.
           CALL      'mascaradados' USING       wk-mascara.
           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL       '05'
               OPEN       OUTPUT      ARQLGPD
               CLOSE      ARQLGPD
               OPEN       EXTEND      ARQLGPD
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           END-READ.

           PERFORM   0032C-BUSCA-CONTATO.
           PERFORM   0032E-MASCARA-CONTATO.
           MOVE      WK-CLIENTE-CODIGO TO       wk-la-codigo.
           MOVE      WK-CLIENTE-RAZ-SOC TO      wk-la-raz-soc.
           MOVE      WK-DISTANCIA   TO          wk-la-distancia.
              END-IF
             END-IF
           END-READ.
      *----------------------------------------------------------------
      *    The contact telefone follows the operator's personal-data
      *    privilege like every other screen and report; a sheet
      *    printed with it in full is logged as a view of the client.
       0032E-MASCARA-CONTATO.

           IF        wk-contato-fone NOT EQUAL  SPACES
               SET   wk-mk-telefone TO          TRUE
               MOVE  wk-contato-fone TO         wk-mk-texto
               CALL  'mascaradados' USING       wk-mascara
               MOVE  wk-mk-exibicao TO          wk-contato-fone
               IF    wk-mk-sem-mascara
                   ACCEPT arqlgpd-data FROM     DATE
                   ACCEPT arqlgpd-hora FROM     TIME
                   MOVE wk-mk-operador TO       arqlgpd-operador
                   MOVE WK-CLIENTE-CODIGO TO
                                    arqlgpd-cliente-codigo
                   MOVE '02.03'     TO          arqlgpd-tela
                   SET  arqlgpd-de-cliente      TO          TRUE
                   SET  arqlgpd-sem-mascara     TO          TRUE
                   SET   wk-ec-grava            TO          TRUE
                   MOVE  'LGPD'     TO           wk-ec-arquivo
                   MOVE  LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho
                   CALL  'encadeialog' USING     wk-encadeia
                                                 arqlgpd-registro
                   WRITE arqlgpd-registro
               END-IF
           END-IF.
      *----------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQVENDEDOR.
           CLOSE     ARQSAIDA.
           CLOSE     ARQCONTATO.
           CLOSE     ARQLGPD.
           GOBACK.
           exit program.

