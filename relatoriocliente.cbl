           copy "arqclienteselect.cpy".
           copy "arqrelclienteselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqlgpdselect.cpy".
           select    sort-cliente-work assign to "SORTCLI".

       data division.

           copy "arqsaidafd.cpy".

           copy "arqlgpdfd.cpy".

           SD  SORT-CLIENTE-WORK.
           01  SORT-CLIENTE-REG.
               05 SORT-CODIGO           pic  9(007).
               "C:\Users\Cliente\Documents\PROVACOBOL\relcliente.txt".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".
           01 wk-workarea.
              05 wk-linha               pic 9(002) value zeros.
              05 wk-ordem               pic 9(001) value zeros.
              05 wk-parar-listagem      pic x(001) value 'N'.
              05 wk-pag-opcao           pic x(001) value spaces.
              05 wk-status-filtro       pic x(001) value spaces.
              05 wk-cnpj-exibe          pic x(018) value spaces.
           01  wk-cliente.
            03  wk-chave.
             05 wk-codigo               pic  9(007) value zeros.
      *-----------------------------------------------------------------
           01  wk-empresa-corrente      pic 9(003) value 1.

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqrelclientefs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqlgpdfs.cpy".

           copy "arqmascaracalc.cpy".
      *-----------------------------------------------------------------
            SCREEN SECTION.
            01  SC-TELA-INICIAL.
      *-----------------------------------------------------------------
            01 SC-REGISTRO.
               05  line  wk-linha   col  05   using wk-codigo.
               05  line  wk-linha   col  14   using wk-cnpj-exibe.
               05  line  wk-linha   col  20   using wk-raz-soc.
               05  line  wk-linha   col  30   using wk-lat.
               05  line  wk-linha   col  41   using wk-lon.
           OPEN      OUTPUT       ARQRELCLIENTE.

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

      *     END-IF.
      *---------------------------------------------------------------
       0027-DISPLAY.
           PERFORM    0027B-MASCARA-CNPJ.
           DISPLAY    SC-REGISTRO.
           PERFORM    0028-GRAVA-RELATORIO.
           IF         WK-LINHA       GREATER OR EQUAL WK-MAX-LINHA-TELA
           IF         WK-PAG-OPCAO   EQUAL       '9'
             MOVE     'S'            TO          WK-PARAR-LISTAGEM
           END-IF.
      *---------------------------------------------------------------
      *    Screen and report file carry the same cnpj: in full only
      *    for an operator with the personal-data privilege, and
      *    then every client listed goes to arqlgpd.
       0027B-MASCARA-CNPJ.

           SET       wk-mk-cnpj     TO          TRUE.
           MOVE      WK-CNPJ        TO          wk-mk-numero.
           CALL      'mascaradados' USING       wk-mascara.
           MOVE      wk-mk-exibicao TO          wk-cnpj-exibe.
           IF        wk-mk-sem-mascara
               ACCEPT arqlgpd-data  FROM        DATE
               ACCEPT arqlgpd-hora  FROM        TIME
               MOVE  wk-mk-operador TO          arqlgpd-operador
               MOVE  WK-CODIGO      TO          arqlgpd-cliente-codigo
               MOVE  '02.01'        TO          arqlgpd-tela
               SET   arqlgpd-de-cliente         TO          TRUE
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

           MOVE      WK-CODIGO      TO          ARQRELCLIENTE-CODIGO.
           MOVE      wk-cnpj-exibe  TO          ARQRELCLIENTE-CNPJ.
           MOVE      WK-RAZ-SOC     TO          ARQRELCLIENTE-RAZ-SOC.
           MOVE      WK-LAT         TO          ARQRELCLIENTE-LAT.
           MOVE      WK-LON         TO          ARQRELCLIENTE-LON.
           CLOSE     ARQCLIENTE.
           CLOSE     ARQRELCLIENTE.
           CLOSE     ARQSAIDA.
           CLOSE     ARQLGPD.
           GOBACK.
           exit program.

