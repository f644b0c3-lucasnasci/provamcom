              05 wk-opcao-passo         pic  x(005) value spaces.
              05 wk-habilitado          pic  x(001) value 'S'.
              05 wk-politica-passo      pic  x(001) value spaces.
              05 wk-arquivo-entrada     pic  x(070) value spaces.
              05 wk-espera-minutos      pic  9(003) value zeros.
              05 wk-ausencia            pic  x(001) value spaces.

           01  wk-politica-global       pic  x(001) value 'A'.
           01  wk-retomada              pic  x(001) value 'C'.
           01  wk-janela-fim            pic  9(004) value zeros.
           01  wk-dias-media            pic  9(003) value zeros.

           copy "arqcadeiapassofs.cpy".
           copy "arqcadeiacfgfs.cpy".
               05  line  7   col  05 value
                         "Politica (A aborta/C continua/vazio global)".
               05  line  7   col  48   using wk-politica-passo.
               05  line  8   col  05 value
                         "Arquivo de entrada esperado (vazio = nenhum)".
               05  line  9   col  05   using wk-arquivo-entrada.
               05  line  10  col  05 value
                         "Espera maxima pelo arquivo (minutos)".
               05  line  10  col  48   using wk-espera-minutos.
               05  line  11  col  05 value
                         "Sem o arquivo (P pula / F falha)".
               05  line  11  col  48   using wk-ausencia.
               05  line  13  col  48   using wk-msg.
      *------------------------------------------------------------------------
           01  SC-TELA-POLITICA.
               05  blank screen.
               05  line  4   col  05 value
                         "Retomada (R retoma da falha / C completa)".
               05  line  4   col  48   using wk-retomada.
               05  line  5   col  05 value
                         "Fim da janela noturna HHMM (0 = sem aviso)".
               05  line  5   col  48   using wk-janela-fim.
               05  line  6   col  05 value
                         "Dias de historico para a media (0 = 30)".
               05  line  6   col  48   using wk-dias-media.
      *------------------------------------------------------------------------
           01  SC-TELA-LISTA.
               05  blank screen.
               05  line  7   col  05 value
                         "Politica".
               05  line  7   col  48   using wk-politica-passo.
               05  line  8   col  05 value
                         "Arquivo de entrada".
               05  line  9   col  05   using wk-arquivo-entrada.
               05  line  10  col  05 value
                         "Espera (minutos) / sem o arquivo".
               05  line  10  col  48   using wk-espera-minutos.
               05  line  10  col  55   using wk-ausencia.
               05  line  12  col  05 value
                         "ENTER para o proximo".
               05  line  12  col  48   using fl-ok.
      *------------------------------------------------------------------------
       procedure division.

                                    TO          wk-msg
               PERFORM              0020-MANTEM-PASSO
           END-IF.
           MOVE      FUNCTION UPPER-CASE(wk-ausencia)
                                    TO          wk-ausencia.
           IF        wk-ausencia    NOT EQUAL   'P'
            AND      wk-ausencia    NOT EQUAL   'F'
               MOVE  'F'            TO          wk-ausencia
           END-IF.
           IF        wk-arquivo-entrada EQUAL   SPACES
               MOVE  ZEROS          TO          wk-espera-minutos
               MOVE  SPACES         TO          wk-ausencia
           END-IF.

           MOVE      'N'            TO          wk-existe.
           MOVE      wk-sequencia   TO
                                    arqcadeiapasso-habilitado.
           MOVE      wk-politica-passo TO
                                    arqcadeiapasso-politica.
           MOVE      wk-arquivo-entrada TO
                                    arqcadeiapasso-arquivo-entrada.
           MOVE      wk-espera-minutos TO
                                    arqcadeiapasso-espera-minutos.
           MOVE      wk-ausencia    TO          arqcadeiapasso-ausencia.
           IF        wk-existe      EQUAL       'S'
               REWRITE arqcadeiapasso-registro
                INVALID KEY
             MOVE    arqcadeiapasso-opcao TO     wk-opcao-passo
             MOVE    arqcadeiapasso-habilitado TO wk-habilitado
             MOVE    arqcadeiapasso-politica TO  wk-politica-passo
             MOVE    arqcadeiapasso-arquivo-entrada TO
                                    wk-arquivo-entrada
             MOVE    arqcadeiapasso-espera-minutos TO
                                    wk-espera-minutos
             MOVE    arqcadeiapasso-ausencia TO  wk-ausencia
             DISPLAY SC-TELA-LISTA
             ACCEPT  SC-TELA-LISTA
           END-READ.
                NOT AT END
                 MOVE arqcadeiacfg-politica TO  wk-politica-global
                 MOVE arqcadeiacfg-retomada TO  wk-retomada
                 IF   arqcadeiacfg-janela-fim IS NUMERIC
                     MOVE arqcadeiacfg-janela-fim TO
                                    wk-janela-fim
                 END-IF
                 IF   arqcadeiacfg-dias-media IS NUMERIC
                     MOVE arqcadeiacfg-dias-media TO
                                    wk-dias-media
                 END-IF
               END-READ
               CLOSE ARQCADEIACFG
           END-IF.
            AND      wk-retomada    NOT EQUAL   'C'
               MOVE  'C'            TO          wk-retomada
           END-IF.
           IF        wk-janela-fim(1:2) > '23'
            OR       wk-janela-fim(3:2) > '59'
               MOVE  ZEROS          TO          wk-janela-fim
           END-IF.
           OPEN      OUTPUT       ARQCADEIACFG.
           MOVE      wk-politica-global TO      arqcadeiacfg-politica.
           MOVE      wk-retomada    TO          arqcadeiacfg-retomada.
           MOVE      wk-janela-fim  TO          arqcadeiacfg-janela-fim.
           MOVE      wk-dias-media  TO          arqcadeiacfg-dias-media.
           WRITE     arqcadeiacfg-registro.
           CLOSE     ARQCADEIACFG.
           INITIALIZE WK-OPCAO.
