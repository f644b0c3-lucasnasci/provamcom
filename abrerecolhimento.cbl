       program-id. abrerecolhimento as "abrerecolhimento".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcomodatoselect.cpy".
           copy "arqpatrimonioselect.cpy".
           copy "arqtriagemselect.cpy".

       data division.

           file section.

           copy "arqcomodatofd.cpy".
           copy "arqpatrimoniofd.cpy".
           copy "arqtriagemfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcomodato   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comodato.dat".
           01  wk-caminho-arqpatrimonio pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\patrimonio.dat".
           01  wk-caminho-arqtriagem    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\triagem.dat".

           01  wk-recolhimento.
              05 wk-rc-qtd              pic 9(003) value zeros.
              05 wk-rc-tem-patrimonio   pic x(001) value 'N'.
              05 wk-triagem-detalhe     pic x(030) value spaces.
           01  wk-rc-qtd-ed             pic zz9.

           copy "arqcomodatofs.cpy".
           copy "arqpatrimoniofs.cpy".
           copy "arqtriagemfs.cpy".

           LINKAGE SECTION.

           01  wk-cliente-codigo       pic 9(007).
           01  wk-cliente-raz-soc      pic x(040).

       procedure division using wk-cliente-codigo wk-cliente-raz-soc.

      *    Called whenever a client moves to suspenso or fechado:
      *    every patrimonio still on site is flagged for recovery
      *    and one 'Q' item goes to the triage queue so somebody
      *    goes and brings it back. A client holding nothing gets
      *    no item. Files are opened and closed per call, as in
      *    gravajornal, so any screen can call it.
       0000-controle.

           MOVE      ZEROS          TO          wk-rc-qtd.
           MOVE      'N'            TO          wk-rc-tem-patrimonio.
           OPEN      INPUT        ARQCOMODATO.
           IF        FS-ARQCOMODATO EQUAL       ZEROS
               OPEN  I-O          ARQPATRIMONIO
               IF    FS-ARQPATRIMONIO EQUAL     ZEROS
                   MOVE 'S'         TO          wk-rc-tem-patrimonio
               END-IF
               MOVE  wk-cliente-codigo TO
                                    arqcomodato-cliente-codigo
               MOVE  ZEROS          TO          arqcomodato-patrimonio
                                           arqcomodato-data-instalacao
               START ARQCOMODATO    KEY IS      NOT LESS
                                    ARQCOMODATO-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQCOMODATO
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQCOMODATO
               END-START
               PERFORM              0010-LE-COMODATO
                 UNTIL FS-ARQCOMODATO EQUAL     '10'
               CLOSE ARQCOMODATO
               IF    wk-rc-tem-patrimonio EQUAL 'S'
                   CLOSE ARQPATRIMONIO
               END-IF
               IF    wk-rc-qtd      GREATER     ZEROS
                   PERFORM          0020-ALIMENTA-TRIAGEM
               END-IF
           END-IF.
           EXIT PROGRAM.
      *---------------------------------------------------------------
       0010-LE-COMODATO.

           READ      ARQCOMODATO    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCOMODATO
            NOT AT END
             IF      arqcomodato-cliente-codigo NOT EQUAL
                                    wk-cliente-codigo
                 MOVE '10'          TO          FS-ARQCOMODATO
             ELSE
              IF     arqcomodato-data-retirada EQUAL ZEROS
                 ADD  1             TO          wk-rc-qtd
                 IF   wk-rc-tem-patrimonio EQUAL 'S'
                     PERFORM        0011-MARCA-PATRIMONIO
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0011-MARCA-PATRIMONIO.

           MOVE      arqcomodato-patrimonio TO  arqpatrimonio-codigo.
           READ      ARQPATRIMONIO  KEY IS      ARQPATRIMONIO-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqpatrimonio-comodato
                 SET  arqpatrimonio-recolher    TO          TRUE
                 REWRITE arqpatrimonio-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Same upsert as the matching run's triage feed: a new case
      *    opens at 'A', one already closed by the desk reopens.
       0020-ALIMENTA-TRIAGEM.

           MOVE      wk-rc-qtd      TO          wk-rc-qtd-ed.
           MOVE      SPACES         TO          wk-triagem-detalhe.
           STRING    'RECOLHER '    DELIMITED BY SIZE
                     wk-rc-qtd-ed   DELIMITED BY SIZE
                     ' EQUIPAMENTO(S)' DELIMITED BY SIZE
                     INTO wk-triagem-detalhe.

           OPEN      I-O          ARQTRIAGEM.
           IF        FS-ARQTRIAGEM  EQUAL       '05'
            OR       FS-ARQTRIAGEM  EQUAL       '35'
               CLOSE      ARQTRIAGEM
               OPEN       OUTPUT      ARQTRIAGEM
               CLOSE      ARQTRIAGEM
               OPEN       I-O         ARQTRIAGEM
           END-IF.
           IF        FS-ARQTRIAGEM  EQUAL       ZEROS
               MOVE  'Q'            TO          arqtriagem-tipo
               MOVE  wk-cliente-codigo TO
                                    arqtriagem-cliente-codigo
               READ  ARQTRIAGEM     KEY IS      ARQTRIAGEM-CHAVE
                INVALID KEY
                 MOVE 'Q'           TO          arqtriagem-tipo
                 MOVE wk-cliente-codigo TO
                                    arqtriagem-cliente-codigo
                 MOVE wk-cliente-raz-soc TO
                                    arqtriagem-cliente-raz-soc
                 MOVE wk-triagem-detalhe TO     arqtriagem-detalhe
                 SET  arqtriagem-aberta TO      TRUE
                 MOVE SPACES        TO          arqtriagem-nota
                                                 arqtriagem-operador
                 ACCEPT arqtriagem-data-criacao FROM        DATE
                 ACCEPT arqtriagem-hora-criacao FROM        TIME
                 MOVE 'N'           TO          arqtriagem-escalada
                 MOVE ZEROS         TO          arqtriagem-data-disp
                                                 arqtriagem-hora-disp
                                                 arqtriagem-run-id
                                    arqtriagem-data-escalacao
                 WRITE arqtriagem-registro
                  INVALID KEY
                   CONTINUE
                 END-WRITE
                NOT INVALID KEY
                 IF   arqtriagem-resolvida
                  OR  arqtriagem-aceita
                     SET arqtriagem-aberta TO   TRUE
                 END-IF
                 MOVE wk-triagem-detalhe TO     arqtriagem-detalhe
                 REWRITE arqtriagem-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
               END-READ
               CLOSE ARQTRIAGEM
           END-IF.

           end program abrerecolhimento.
