       program-id. registrofeed as "registrofeed".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqregfeedselect.cpy".

       data division.

           file section.

           copy "arqregfeedfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqregfeed    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\regfeed.dat".

           copy "arqregfeedfs.cpy".

           LINKAGE SECTION.

           copy "arqregfeedcalc.cpy".

       procedure division using wk-registro-feed.

      *    The registry is opened and closed on every call: an import
      *    asks once before it starts and records once at the end,
      *    and the supervisor's release screen must see the file
      *    free in between. A registry that cannot be opened answers
      *    indisponivel and the import refuses the file rather than
      *    risk posting it twice.
       0000-controle.

           OPEN      I-O          ARQREGFEED.
           IF        FS-ARQREGFEED  EQUAL        '05'
            OR       FS-ARQREGFEED  EQUAL        '35'
               CLOSE      ARQREGFEED
               OPEN       OUTPUT      ARQREGFEED
               CLOSE      ARQREGFEED
               OPEN       I-O         ARQREGFEED
           END-IF.

           IF        FS-ARQREGFEED  NOT EQUAL    ZEROS
               SET   wk-rf-indisponivel          TO         TRUE
           ELSE
               MOVE  wk-rf-feed     TO           arqregfeed-feed
               MOVE  wk-rf-data     TO           arqregfeed-data
               MOVE  wk-rf-versao   TO           arqregfeed-versao
               MOVE  wk-rf-hash     TO           arqregfeed-hash
               IF    wk-rf-consulta
                   PERFORM          0010-CONSULTA
               ELSE
                   PERFORM          0020-REGISTRA
               END-IF
               CLOSE ARQREGFEED
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0010-CONSULTA.

           READ      ARQREGFEED     KEY IS       ARQREGFEED-CHAVE
            INVALID KEY
             SET     wk-rf-inedito               TO         TRUE
            NOT INVALID KEY
             IF      arqregfeed-liberado-sim
                 SET  wk-rf-liberado             TO         TRUE
             ELSE
                 SET  wk-rf-repetido             TO         TRUE
             END-IF
           END-READ.
      *-----------------------------------------------------------------
      *    A reprocessed file keeps its row: the release is spent and
      *    the reprocess count goes up, so a third drop of the same
      *    file is refused again.
       0020-REGISTRA.

           READ      ARQREGFEED     KEY IS       ARQREGFEED-CHAVE
            INVALID KEY
             MOVE    ZEROS          TO           arqregfeed-reprocessos
             MOVE    SPACES         TO           arqregfeed-liberado-por
             MOVE    ZEROS          TO          arqregfeed-liberado-data
             PERFORM              0021-MONTA-REGISTRO
             WRITE   arqregfeed-registro
             SET     wk-rf-inedito               TO         TRUE
            NOT INVALID KEY
             ADD     1              TO           arqregfeed-reprocessos
             PERFORM              0021-MONTA-REGISTRO
             REWRITE arqregfeed-registro
             SET     wk-rf-liberado              TO         TRUE
           END-READ.
      *-----------------------------------------------------------------
       0021-MONTA-REGISTRO.

           MOVE      wk-rf-qtd      TO           arqregfeed-qtd.
           MOVE      wk-rf-programa TO           arqregfeed-programa.
           ACCEPT    arqregfeed-data-proc     FROM          DATE.
           ACCEPT    arqregfeed-hora-proc     FROM          TIME.
           SET       arqregfeed-liberado-nao     TO         TRUE.

           end program registrofeed.
