           copy "arqvendedorselect.cpy".
           copy "arqrelvendedorselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqlgpdselect.cpy".
           select    sort-vendedor-work assign to "SORTVND".

       data division.

           copy "arqsaidafd.cpy".

           copy "arqlgpdfd.cpy".

           SD  SORT-VENDEDOR-WORK.
           01  SORT-VENDEDOR-REG.
               05 SORT-CODIGO           pic  9(007).
               "C:\Users\vendedor\Documents\PROVACOBOL\relvendedor.txt".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".

           01  wk-quota-vendedor        pic  9(005) value 050.

              05 wk-max-linha-tela      pic 9(002) value 23.
              05 wk-parar-listagem      pic x(001) value 'N'.
              05 wk-pag-opcao           pic x(001) value spaces.
              05 wk-cpf-exibe           pic x(014) value spaces.
           01  wk-vendedor.
            03  wk-chave.
             05 wk-codigo               pic  9(007) value zeros.
           01  wk-regiao-filtro         pic  9(007) value zeros.
           01  wk-empresa-corrente      pic 9(003) value 1.

           copy "arqencadeiacalc.cpy".

           copy "arqvendedorfs.cpy".
           copy "arqrelvendedorfs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqlgpdfs.cpy".

           copy "arqmascaracalc.cpy".

            SCREEN SECTION.
            01  SC-TELA-INICIAL.
                         "|Cota ".
            01 SC-REGISTRO.
               05  line  wk-linha   col  05   using wk-codigo.
               05  line  wk-linha   col  14   using wk-cpf-exibe.
               05  line  wk-linha   col  20   using wk-nome.
               05  line  wk-linha   col  30   using wk-lat.
               05  line  wk-linha   col  41   using wk-lon.

           OPEN      INPUT        ARQSAIDA.

           SET       wk-mk-privilegio            TO          TRUE.
           CALL      'mascaradados' USING        wk-mascara.
           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL        '05'
               OPEN       OUTPUT      ARQLGPD
               CLOSE      ARQLGPD
               OPEN       EXTEND      ARQLGPD
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

      *---------------------------------------------------------------
       0027-DISPLAY.
           PERFORM    0029-CALCULA-CARGA.
           PERFORM    0027B-MASCARA-CPF.
           DISPLAY    SC-REGISTRO.
           PERFORM    0028-GRAVA-RELATORIO.
           IF         WK-LINHA       GREATER OR EQUAL WK-MAX-LINHA-TELA
           IF         WK-PAG-OPCAO   EQUAL       '9'
             MOVE     'S'            TO          WK-PARAR-LISTAGEM
           END-IF.
      *---------------------------------------------------------------
      *    Screen and report file carry the same cpf: in full only
      *    for an operator with the personal-data privilege, and
      *    then every vendedor listed goes to arqlgpd.
       0027B-MASCARA-CPF.

           SET       wk-mk-cpf      TO          TRUE.
           MOVE      WK-CPF         TO          wk-mk-numero.
           CALL      'mascaradados' USING       wk-mascara.
           MOVE      wk-mk-exibicao TO          wk-cpf-exibe.
           IF        wk-mk-sem-mascara
               ACCEPT arqlgpd-data  FROM        DATE
               ACCEPT arqlgpd-hora  FROM        TIME
               MOVE  wk-mk-operador TO          arqlgpd-operador
               MOVE  WK-CODIGO      TO          arqlgpd-cliente-codigo
               MOVE  '02.02'        TO          arqlgpd-tela
               SET   arqlgpd-de-vendedor        TO          TRUE
               SET   arqlgpd-sem-mascara        TO          TRUE
               SET   wk-ec-grava                TO          TRUE
               MOVE  'LGPD'         TO           wk-ec-arquivo
               MOVE  LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqlgpd-registro
               WRITE arqlgpd-registro
           END-IF.
      *---------------------------------------------------------------
       0028-GRAVA-RELATORIO.

           MOVE      WK-CODIGO      TO          ARQRELVENDEDOR-CODIGO.
           MOVE      wk-cpf-exibe   TO          ARQRELVENDEDOR-CPF.
           MOVE      WK-NOME        TO          ARQRELVENDEDOR-NOME.
           MOVE      WK-LAT         TO          ARQRELVENDEDOR-LAT.
           MOVE      WK-LON         TO          ARQRELVENDEDOR-LON.
           CLOSE     ARQVENDEDOR.
           CLOSE     ARQRELVENDEDOR.
           CLOSE     ARQSAIDA.
           CLOSE     ARQLGPD.
           GOBACK.
           exit program.

