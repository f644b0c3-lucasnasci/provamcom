           copy "arqcalendarioselect.cpy".
           copy "arqausenciaselect.cpy".
           copy "arqfreqvisitaselect.cpy".
           copy "arqagendaselect.cpy".
           select arqplanovisita assign to
                   wk-caminho-arqplanovisita
                 organization       is line sequential
           copy "arqcalendariofd.cpy".
           copy "arqausenciafd.cpy".
           copy "arqfreqvisitafd.cpy".
           copy "arqagendafd.cpy".

           fd arqplanovisita.
           01  arqplanovisita-linha      pic x(132).
           01  wk-caminho-arqplanovisita
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\planvisita.txt".
           01  wk-caminho-arqagenda     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\agenda.dat".

           01  fs-arqplanovisita.
               05  fs-arqplanovisita-1 PIC  X(001).
           01  wk-empresa-corrente      pic 9(003) value 1.

      *    The working days of the month being planned: weekends
      *    and national arqcalendario dates out, the vendedor's
      *    ausencia windows out per vendedor. State and municipal
      *    holidays are taken out per client when the visit lands.
           01  wk-dias-uteis.
              05 wk-du-qtd              pic 9(002) comp value zeros.
              05 wk-du-idx              pic 9(002) comp value zeros.
              05 wk-dia-mes             pic 9(002) value zeros.
              05 wk-dia-semana          pic 9(001) value zeros.
              05 wk-feriado             pic x(001) value 'N'.
              05 wk-data-local          pic 9(008) value zeros.

      *    The vendedor's portfolio with class and visit window.
           01  wk-carteira.
               07 wk-ct-dias            pic x(007).
               07 wk-ct-dias-r redefines wk-ct-dias.
                09 wk-ct-dia            occurs 7 pic x(001).
               07 wk-ct-uf              pic x(002).
               07 wk-ct-cidade          pic x(030).

      *    The schedule: one row per planned visit, printed per day
      *    at the end.
              05 wk-desloca             pic 9(002) comp value zeros.
              05 wk-tot-nao-atendidos   pic 9(005) value zeros.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-ag-data-inicial     pic 9(008) value zeros.
              05 wk-ag-data-final       pic 9(008) value zeros.

           01  wk-linhas.
              05 wk-lin-vendedor.
           copy "arqcalendariofs.cpy".
           copy "arqausenciafs.cpy".
           copy "arqfreqvisitafs.cpy".
           copy "arqagendafs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
           OPEN      INPUT        ARQCLIENTE.
           OPEN      INPUT        ARQCALENDARIO.
           OPEN      INPUT        ARQAUSENCIA.
           OPEN      I-O          ARQAGENDA.
           IF        FS-ARQAGENDA   EQUAL       '05'
            OR       FS-ARQAGENDA   EQUAL       '35'
               CLOSE      ARQAGENDA
               OPEN       OUTPUT      ARQAGENDA
               CLOSE      ARQAGENDA
               OPEN       I-O         ARQAGENDA
           END-IF.
           PERFORM   0005-LE-FREQUENCIAS.
      *---------------------------------------------------------------
       0005-LE-FREQUENCIAS.
           PERFORM   0027-AGENDA-CLASSE-A.
           PERFORM   0028-AGENDA-DEMAIS.
           PERFORM   0030-IMPRIME-PLANO.
           PERFORM   0034-GRAVA-AGENDA.
      *---------------------------------------------------------------
      *    The month's working days: weekends out, dates on the
      *    processing calendar out, days inside one of this
           MOVE      'N'            TO          wk-feriado.
           IF        FS-ARQCALENDARIO EQUAL     ZEROS
               MOVE  wk-data-teste  TO          arqcalendario-data
               MOVE  SPACES         TO          arqcalendario-uf
                                                 arqcalendario-cidade
               READ  ARQCALENDARIO  KEY IS      ARQCALENDARIO-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                                    wk-ct-prioridade(wk-ct-qtd)
                    MOVE arqcliente-dias-visita TO
                                    wk-ct-dias(wk-ct-qtd)
                    MOVE arqcliente-uf TO
                                    wk-ct-uf(wk-ct-qtd)
                    MOVE arqcliente-cidade TO
                                    wk-ct-cidade(wk-ct-qtd)
                   END-IF
                 END-READ
              END-IF
               PERFORM              0029C-TESTA-DIA-UTIL
           END-IF.
      *---------------------------------------------------------------
      *    A day that is a state or municipal holiday where the
      *    client sits is no day for visiting that client, even if
      *    the rest of the portfolio is worked as usual.
       0029C-TESTA-DIA-UTIL.

           IF        wk-du-carga(wk-du-idx) <   wk-visitas-dia
            AND    ( wk-ct-dias(wk-ct-idx) EQUAL SPACES
            OR       wk-ct-dia(wk-ct-idx wk-du-semana(wk-du-idx))
                                    EQUAL       'S' )
               MOVE  wk-du-data(wk-du-idx) TO   wk-data-local
               IF    wk-ct-uf(wk-ct-idx) NOT EQUAL SPACES
                   CALL 'diautil'   USING       wk-data-local
                                                 wk-ct-uf(wk-ct-idx)
                                             wk-ct-cidade(wk-ct-idx)
               END-IF
               IF    wk-data-local  EQUAL       wk-du-data(wk-du-idx)
                   MOVE wk-du-idx   TO          wk-dia-achado
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0030-IMPRIME-PLANO.
               MOVE  wk-pl-raz-soc(wk-pl-idx) TO wk-lvis-raz-soc
               WRITE arqplanovisita-linha FROM  wk-lin-visita
           END-IF.
      *---------------------------------------------------------------
      *    The plan printed above is also kept in arqagenda: the
      *    vendedor's rows of the month go first, so a re-plan never
      *    leaves yesterday's visits behind, then one row per slot.
       0034-GRAVA-AGENDA.

           COMPUTE   wk-ag-data-inicial =       wk-mes-plano * 100 + 1.
           COMPUTE   wk-ag-data-final =         wk-mes-plano * 100 + 31.
           MOVE      arqvendedor-codigo TO
                                    arqagenda-vendedor-codigo.
           MOVE      wk-ag-data-inicial TO      arqagenda-data.
           MOVE      ZEROS          TO
                                    arqagenda-cliente-codigo.
           START     ARQAGENDA      KEY IS      NOT LESS
                                    ARQAGENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQAGENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQAGENDA
           END-START.
           PERFORM   0034A-APAGA-AGENDA
             UNTIL   FS-ARQAGENDA   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQAGENDA.

           PERFORM   0034B-GRAVA-VISITA
             VARYING wk-pl-idx      FROM        1
               BY    1
               UNTIL wk-pl-idx      >           wk-pl-qtd.
      *---------------------------------------------------------------
       0034A-APAGA-AGENDA.

           READ      ARQAGENDA      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQAGENDA
            NOT AT END
             IF      arqagenda-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
              OR     arqagenda-data >           wk-ag-data-final
                 MOVE '10'          TO          FS-ARQAGENDA
             ELSE
                 DELETE ARQAGENDA
                  INVALID KEY
                   CONTINUE
                 END-DELETE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0034B-GRAVA-VISITA.

           MOVE      arqvendedor-codigo TO
                                    arqagenda-vendedor-codigo.
           MOVE      wk-du-data(wk-pl-dia(wk-pl-idx)) TO
                                    arqagenda-data.
           MOVE      wk-pl-codigo(wk-pl-idx) TO
                                    arqagenda-cliente-codigo.
           MOVE      wk-pl-idx      TO          arqagenda-ordem.
           MOVE      wk-mes-plano   TO          arqagenda-mes-plano.
           WRITE     arqagenda-registro
            INVALID KEY
             REWRITE arqagenda-registro
           END-WRITE.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQCLIENTE.
           CLOSE     ARQCALENDARIO.
           CLOSE     ARQAUSENCIA.
           CLOSE     ARQAGENDA.
           GOBACK.
           exit program.

