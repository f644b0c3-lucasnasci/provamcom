           copy "arqvisitaselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqvisitacfgselect.cpy".
           copy "arqcomodatoselect.cpy".
           copy "arqpatrimonioselect.cpy".

       data division.

           copy "arqvisitafd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqclientefd.cpy".
           copy "arqvisitacfgfd.cpy".
           copy "arqcomodatofd.cpy".
           copy "arqpatrimoniofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvisitacfg  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visitacfg.dat".
           01  wk-caminho-arqcomodato   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comodato.dat".
           01  wk-caminho-arqpatrimonio pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\patrimonio.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-existe              pic x(001) value 'N'.
              05 wk-tem-comodato        pic x(001) value 'N'.

      *    Equipment on loan at the visited client, confirmed one
      *    patrimonio at a time.
           01  wk-conferencia.
              05 wk-cf-patrimonio       pic  9(007) value zeros.
              05 wk-cf-tipo             pic  x(001) value spaces.
              05 wk-cf-descricao        pic  x(040) value spaces.
              05 wk-cf-estado-ant       pic  x(001) value spaces.
              05 wk-cf-data-ant         pic  9(008) value zeros.
              05 wk-cf-estado           pic  x(001) value spaces.

           01  wk-visita.
              05 wk-vendedor-codigo     pic  9(007) value zeros.
              05 wk-resultado           pic  x(001) value spaces.
              05 wk-nota                pic  x(040) value spaces.
              05 wk-operador            pic  x(010) value spaces.
              05 wk-checkin-lat         pic s9(003)v9(008) value zeros.
              05 wk-checkin-lon         pic s9(003)v9(008) value zeros.
              05 wk-checkin-hora        pic  9(006) value zeros.

      *    Check-in tolerance in km, kept in visitacfg.dat; half a
      *    kilometer until the desk sets one.
           01  wk-tolerancia            pic 9(003)v9(002) value 0,50.
           01  wk-checkin-distancia     pic 9(005)v9(002) value zeros.
           01  wk-checkin-situacao      pic x(001) value spaces.

      *    Same haversine as the matching run, client against the
      *    check-in position.
           01  wk-calculo-distancia.
              05 wk-km-calculado        pic s9(005)v9(002) value zeros.
              05 wk-pi                  usage comp-2
                                         value 3,14159265358979.
              05 wk-raio-terra          usage comp-2 value 6371.
              05 wk-dlat-rad            usage comp-2 value zeros.
              05 wk-dlon-rad            usage comp-2 value zeros.
              05 wk-hav-a               usage comp-2 value zeros.
              05 wk-hav-c               usage comp-2 value zeros.

           copy "arqvisitafs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvisitacfgfs.cpy".
           copy "arqcomodatofs.cpy".
           copy "arqpatrimoniofs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  line  3   col  43   using wk-opcao.
               05  line  4   col  05 value
                         "9 Encerrar".
               05  line  6   col  05 value
                         "Tolerancia do check-in (km)".
               05  line  6   col  43   using wk-tolerancia.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-VISITA.
               05  line  9   col  05 value
                         "Operador".
               05  line  9   col  48   using wk-operador.
               05  line  11  col  05 value
                         "Check-in latitude".
               05  line  11  col  48   using wk-checkin-lat.
               05  line  12  col  05 value
                         "Check-in longitude".
               05  line  12  col  48   using wk-checkin-lon.
               05  line  13  col  05 value
                         "Check-in hora (HHMMSS)".
               05  line  13  col  48   using wk-checkin-hora.
               05  line  15  col  48   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-COMODATO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CONFERENCIA DE EQUIPAMENTO EM COMODATO".
               05  line  3   col  05 value
                         "Cliente".
               05  line  3   col  48   using wk-cliente-codigo.
               05  line  4   col  05 value
                         "Patrimonio".
               05  line  4   col  48   using wk-cf-patrimonio.
               05  line  5   col  05 value
                         "Tipo (G geladeira/E expositor/O outro)".
               05  line  5   col  48   using wk-cf-tipo.
               05  line  6   col  05 value
                         "Descricao".
               05  line  6   col  20   using wk-cf-descricao.
               05  line  7   col  05 value
                         "Estado na ultima conferencia / data".
               05  line  7   col  48   using wk-cf-estado-ant.
               05  line  7   col  51   using wk-cf-data-ant.
               05  line  9   col  05 value
                         "Estado hoje (B bom/R regular/D danificado/".
               05  line  10  col  05 value
                         "N nao localizado, ENTER nao conferido)".
               05  line  10  col  48   using wk-cf-estado.
               05  line  12  col  48   using wk-msg.
      *-----------------------------------------------------------------
       procedure division.

               CALL  'fsmensagem'   USING        FS-ARQCLIENTE
                                                  WK-MSG
           END-IF.
           OPEN      I-O          ARQCOMODATO.
           IF        FS-ARQCOMODATO EQUAL       ZEROS
               OPEN  I-O          ARQPATRIMONIO
               IF    FS-ARQPATRIMONIO EQUAL     ZEROS
                   MOVE 'S'         TO           wk-tem-comodato
               ELSE
                   CLOSE ARQCOMODATO
               END-IF
           END-IF.
           PERFORM   0005-LE-CONFIGURACAO.
      *---------------------------------------------------------------
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQVISITACFG.
           IF        FS-ARQVISITACFG EQUAL      ZEROS
               READ  ARQVISITACFG
                AT END
                 CONTINUE
                NOT AT END
                 IF   arqvisitacfg-tolerancia NOT EQUAL ZEROS
                     MOVE arqvisitacfg-tolerancia TO wk-tolerancia
                 END-IF
               END-READ
               CLOSE ARQVISITACFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQVISITACFG.
           MOVE      wk-tolerancia  TO          arqvisitacfg-tolerancia.
           WRITE     arqvisitacfg-registro.
           CLOSE     ARQVISITACFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.


           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             IF        wk-tolerancia EQUAL      ZEROS
                 MOVE  0,50          TO         wk-tolerancia
             END-IF
             PERFORM   0006-GRAVA-CONFIGURACAO
             INITIALIZE wk-visita
             PERFORM   0020-REGISTRA-VISITA
           END-IF.
               MOVE  wk-data-planejada TO        wk-data-realizada
           END-IF.

           PERFORM   0025-VALIDA-CHECKIN.

           MOVE      'N'            TO           wk-existe.
           MOVE      wk-vendedor-codigo TO
                                    arqvisita-vendedor-codigo.
           MOVE      wk-resultado   TO           arqvisita-resultado.
           MOVE      wk-nota        TO           arqvisita-nota.
           MOVE      wk-operador    TO           arqvisita-operador.
           MOVE      wk-checkin-lat TO           arqvisita-checkin-lat.
           MOVE      wk-checkin-lon TO           arqvisita-checkin-lon.
           MOVE      wk-checkin-hora TO          arqvisita-checkin-hora.
           MOVE      wk-checkin-distancia TO
                                    arqvisita-checkin-distancia.
           MOVE      wk-checkin-situacao TO
                                    arqvisita-checkin-situacao.
           IF        wk-existe      EQUAL        'S'
               REWRITE arqvisita-registro
                INVALID KEY
                                                  WK-MSG
                NOT INVALID KEY
                 MOVE 'Visita atualizada'        TO          wk-msg
                 PERFORM    0026-AVISA-CHECKIN
                 PERFORM    0030-CONFERE-COMODATO
               END-REWRITE
           ELSE
               WRITE arqvisita-registro
                                                  WK-MSG
                NOT INVALID KEY
                 MOVE 'Visita registrada'        TO          wk-msg
                 PERFORM    0026-AVISA-CHECKIN
                 PERFORM    0030-CONFERE-COMODATO
               END-WRITE
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    A visit the vendedor says happened (visitado, or found
      *    closed at the door) is checked against where their device
      *    was: no position at all, or one farther from the client
      *    than the tolerance, is kept on the row for the planned
      *    versus actual report. A client never geocoded cannot be
      *    checked and is marked apart, not held against the
      *    vendedor.
       0025-VALIDA-CHECKIN.

           MOVE      ZEROS          TO           wk-checkin-distancia.
           IF        wk-resultado   EQUAL        'P'
               MOVE  SPACES         TO           wk-checkin-situacao
           ELSE
            IF       wk-checkin-lat EQUAL        ZEROS
             AND     wk-checkin-lon EQUAL        ZEROS
               MOVE  'N'            TO           wk-checkin-situacao
            ELSE
             IF      arqcliente-lat EQUAL        ZEROS
              AND    arqcliente-lon EQUAL        ZEROS
               MOVE  'S'            TO           wk-checkin-situacao
             ELSE
               PERFORM              0027-CALCULA-DISTANCIA
               MOVE  wk-km-calculado TO          wk-checkin-distancia
               IF    wk-checkin-distancia >      wk-tolerancia
                   MOVE 'F'         TO           wk-checkin-situacao
               ELSE
                   MOVE 'O'         TO           wk-checkin-situacao
               END-IF
             END-IF
            END-IF
           END-IF.
      *---------------------------------------------------------------
       0026-AVISA-CHECKIN.

           EVALUATE  wk-checkin-situacao
            WHEN     'F'
             MOVE    'Visita gravada - check-in fora da tolerancia'
                                    TO           wk-msg
            WHEN     'N'
             MOVE    'Visita gravada - sem check-in'
                                    TO           wk-msg
           END-EVALUATE.
      *---------------------------------------------------------------
       0027-CALCULA-DISTANCIA.

           COMPUTE   wk-dlat-rad    =
                     (wk-checkin-lat - arqcliente-lat) * wk-pi / 180.
           COMPUTE   wk-dlon-rad    =
                     (wk-checkin-lon - arqcliente-lon) * wk-pi / 180.
           COMPUTE   wk-hav-a       =
                     FUNCTION SIN(wk-dlat-rad / 2) ** 2 +
                     FUNCTION COS(arqcliente-lat * wk-pi / 180) *
                     FUNCTION COS(wk-checkin-lat * wk-pi / 180) *
                     FUNCTION SIN(wk-dlon-rad / 2) ** 2.
           COMPUTE   wk-hav-c       =
                     2 * FUNCTION ASIN(FUNCTION SQRT(wk-hav-a)).
           COMPUTE   wk-km-calculado =
                     wk-hav-c * wk-raio-terra
            ON SIZE ERROR
             MOVE    99999,99       TO           wk-km-calculado
           END-COMPUTE.
      *---------------------------------------------------------------
      *    On a visit that happened, the vendedor confirms the
      *    condition of each patrimonio we have on loan at the
      *    client; the history row and the asset master both keep
      *    the latest condition and who saw it.
       0030-CONFERE-COMODATO.

           IF        wk-resultado   EQUAL        'V'
            AND      wk-tem-comodato EQUAL       'S'
               MOVE  wk-cliente-codigo TO
                                    arqcomodato-cliente-codigo
               MOVE  ZEROS          TO           arqcomodato-patrimonio
                                           arqcomodato-data-instalacao
               START ARQCOMODATO    KEY IS       NOT LESS
                                    ARQCOMODATO-CHAVE
                INVALID KEY
                 MOVE '10'          TO           FS-ARQCOMODATO
                NOT INVALID KEY
                 MOVE ZEROS         TO           FS-ARQCOMODATO
               END-START
               PERFORM              0031-LE-COMODATO
                 UNTIL FS-ARQCOMODATO EQUAL      '10'
               MOVE  ZEROS          TO           FS-ARQCOMODATO
           END-IF.
      *---------------------------------------------------------------
       0031-LE-COMODATO.

           READ      ARQCOMODATO    NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQCOMODATO
            NOT AT END
             IF      arqcomodato-cliente-codigo NOT EQUAL
                                    wk-cliente-codigo
                 MOVE '10'          TO           FS-ARQCOMODATO
             ELSE
              IF     arqcomodato-data-retirada EQUAL ZEROS
                 PERFORM            0032-CONFERE-PATRIMONIO
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0032-CONFERE-PATRIMONIO.

           MOVE      arqcomodato-patrimonio TO   wk-cf-patrimonio.
           MOVE      arqcomodato-estado TO       wk-cf-estado-ant.
           MOVE      arqcomodato-data-conferencia TO
                                    wk-cf-data-ant.
           MOVE      SPACES         TO           wk-cf-tipo
                                                  wk-cf-descricao
                                                  wk-cf-estado.
           MOVE      wk-cf-patrimonio TO         arqpatrimonio-codigo.
           READ      ARQPATRIMONIO  KEY IS       ARQPATRIMONIO-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqpatrimonio-tipo TO       wk-cf-tipo
             MOVE    arqpatrimonio-descricao TO  wk-cf-descricao
           END-READ.

           DISPLAY   SC-TELA-COMODATO.
           ACCEPT    SC-TELA-COMODATO.

           IF        wk-cf-estado   EQUAL        'B'
            OR       wk-cf-estado   EQUAL        'R'
            OR       wk-cf-estado   EQUAL        'D'
            OR       wk-cf-estado   EQUAL        'N'
               MOVE  wk-cf-estado   TO           arqcomodato-estado
               MOVE  wk-data-realizada TO
                                    arqcomodato-data-conferencia
               REWRITE arqcomodato-registro
                INVALID KEY
                 CONTINUE
               END-REWRITE
               MOVE  wk-cf-patrimonio TO         arqpatrimonio-codigo
               READ  ARQPATRIMONIO  KEY IS       ARQPATRIMONIO-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE wk-cf-estado  TO           arqpatrimonio-estado
                 MOVE wk-data-realizada TO
                                    arqpatrimonio-data-conferencia
                 MOVE wk-vendedor-codigo TO
                                    arqpatrimonio-vendedor-conferencia
                 REWRITE arqpatrimonio-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
               END-READ
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

               CLOSE ARQVENDEDOR
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-comodato EQUAL       'S'
               CLOSE ARQCOMODATO
               CLOSE ARQPATRIMONIO
           END-IF.
           GOBACK.
           exit program.

