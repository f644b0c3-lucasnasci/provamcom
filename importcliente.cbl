           copy "arqregiaoselect.cpy".
           copy "arqimportclienteselect.cpy".
           copy "arqimporterroselect.cpy".
           copy "arqchkimportselect.cpy".
           copy "arqcepselect.cpy".

       data division.
           copy "arqregiaofd.cpy".
           copy "arqimportclientefd.cpy".
           copy "arqimporterrofd.cpy".
           copy "arqchkimportfd.cpy".
           copy "arqcepfd.cpy".
      *-----------------------------------------------------------------
           WORKING-STORAGE SECTION.
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqcep        pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqcep.dat".
           01  wk-caminho-arqchkimport  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\chkimport.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value spaces.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-feed-recusado       pic x(001) value 'N'.
              05 wk-linha-atual         pic 9(007) value zeros.
              05 wk-codigo-livre        pic x(001) value 'N'.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-ctl-qtd             pic 9(007) value zeros.
              05 wk-ctl-hash            pic 9(015) value zeros.

           copy "arqregfeedcalc.cpy".

      *    Restart point of this run: the last committed feed line and
      *    the control count/hash of the details committed so far.
           01  wk-checkpoint.
              05 wk-chk-linha           pic 9(007) value zeros.
              05 wk-chk-qtd             pic 9(007) value zeros.
              05 wk-chk-hash            pic 9(015) value zeros.
              05 wk-chk-retomada        pic x(001) value 'N'.
              05 wk-chk-quebra          pic x(001) value 'N'.

           01  wk-valida-cnpj.
               05 wk-cnpj             pic 9(014) value zeros.
               05 wk-cnpj-tab redefines wk-cnpj.
           copy "arqregiaofs.cpy".
           copy "arqimportclientefs.cpy".
           copy "arqimporterrofs.cpy".
           copy "arqchkimportfs.cpy".
           copy "arqcepfs.cpy".
      *-----------------------------------------------------------------
           LINKAGE SECTION.
               05  line  5   col  05 VALUE
                         "Registros rejeitados".
               05  line  5   col  40   using wk-tot-rejeitados.
               05  line  8   col  05 VALUE
                         "Retomado apos a linha".
               05  line  8   col  40   from wk-chk-linha.
               05  line  9   col  05   from wk-msg.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
               CLOSE    ARQIMPORTERRO
               OPEN     EXTEND    ARQIMPORTERRO
           END-IF.

           OPEN      I-O          ARQCHKIMPORT.
           IF        FS-ARQCHKIMPORT EQUAL '05'
            OR       FS-ARQCHKIMPORT EQUAL '35'
               CLOSE      ARQCHKIMPORT
               OPEN       OUTPUT      ARQCHKIMPORT
               CLOSE      ARQCHKIMPORT
               OPEN       I-O         ARQCHKIMPORT
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

               PERFORM 0019-VALIDA-CONTROLE
               CLOSE   ARQIMPORTCLIENTE
               IF    wk-ctl-ok      EQUAL       'S'
                   PERFORM 0018-CONSULTA-REGISTRO
               END-IF
               EVALUATE TRUE
                WHEN wk-ctl-ok      NOT EQUAL   'S'
                   MOVE 'Feed rejeitado - controle invalido'
                                    TO          WK-MSG
                   PERFORM 0025-GRAVA-ERRO
                WHEN wk-feed-recusado EQUAL     'S'
                   PERFORM 0025-GRAVA-ERRO
                WHEN OTHER
                   PERFORM 0017-LE-CHECKPOINT
                   OPEN  INPUT      ARQIMPORTCLIENTE
                   PERFORM 0021-LE-IMPORTACAO
                     UNTIL FS-ARQIMPORTCLIENTE EQUAL '10'
                   CLOSE   ARQIMPORTCLIENTE
                   PERFORM 0017B-ENCERRA-CHECKPOINT
                   PERFORM 0018A-REGISTRA-FEED
               END-EVALUATE
           END-IF.

           IF        wk-batch       NOT EQUAL   'S'
               DISPLAY   SC-TELA-RESUMO
               ACCEPT    SC-TELA-RESUMO
           END-IF.
      *---------------------------------------------------------------
      *    A checkpoint left by a run that died on this same file
      *    (same header/trailer key) is where this run starts: the
      *    lines up to its linha were already committed and are
      *    skipped, and the totals carry on from where they stopped.
      *    A checkpoint from any other file is stale and is simply
      *    overwritten by the first commit of this run.
       0017-LE-CHECKPOINT.

           INITIALIZE                           wk-checkpoint.
           MOVE      'importcliente' TO         arqchkimport-programa.
           READ      ARQCHKIMPORT
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqchkimport-feed   EQUAL  wk-rf-feed
              AND    arqchkimport-data   EQUAL  wk-rf-data
              AND    arqchkimport-versao EQUAL  wk-rf-versao
              AND    arqchkimport-hash   EQUAL  wk-rf-hash
                 MOVE 'S'           TO          wk-chk-retomada
                 MOVE arqchkimport-linha TO     wk-chk-linha
                 MOVE arqchkimport-run-qtd TO   wk-chk-qtd
                 MOVE arqchkimport-run-hash TO  wk-chk-hash
                 MOVE arqchkimport-totais TO    wk-totais
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Written after every detail line the run commits. A failure
      *    between the posting and this write re-offers that one line
      *    on the rerun, where the usual duplicate checks catch it.
       0017A-GRAVA-CHECKPOINT.

           MOVE      'importcliente' TO         arqchkimport-programa.
           MOVE      wk-rf-feed     TO          arqchkimport-feed.
           MOVE      wk-rf-data     TO          arqchkimport-data.
           MOVE      wk-rf-versao   TO          arqchkimport-versao.
           MOVE      wk-rf-hash     TO          arqchkimport-hash.
           MOVE      wk-linha-atual TO          arqchkimport-linha.
           MOVE      wk-chk-qtd     TO          arqchkimport-run-qtd.
           MOVE      wk-chk-hash    TO          arqchkimport-run-hash.
           MOVE      wk-totais      TO          arqchkimport-totais.
           ACCEPT    arqchkimport-data-proc     FROM        DATE.
           ACCEPT    arqchkimport-hora-proc     FROM        TIME.
           WRITE     arqchkimport-registro
            INVALID KEY
             REWRITE arqchkimport-registro
           END-WRITE.
      *---------------------------------------------------------------
      *    The run reached the trailer: what was committed, this run
      *    and any it resumed, must tie to what the trailer declared,
      *    exactly as an unbroken run would. The restart point has
      *    served its purpose either way.
       0017B-ENCERRA-CHECKPOINT.

           IF        wk-chk-qtd     NOT EQUAL   wk-rf-qtd
            OR       wk-chk-hash    NOT EQUAL   wk-rf-hash
               MOVE  'S'            TO          wk-chk-quebra
               MOVE  'Totais de controle nao conferem com o trailer'
                                    TO          WK-MSG
           END-IF.
           MOVE      'importcliente' TO         arqchkimport-programa.
           DELETE    ARQCHKIMPORT   RECORD
            INVALID KEY
             CONTINUE
           END-DELETE.
      *---------------------------------------------------------------
      *    A file whose header and trailer match one already consumed
      *    is the same drop arriving again and is refused whole,
      *    unless a supervisor released it for reprocessing in the
      *    feed registry (04.41). A registry that cannot be read
      *    refuses the file too -- posting twice is the worse error.
       0018-CONSULTA-REGISTRO.

           SET       wk-rf-consulta TO          TRUE.
           MOVE      'importcliente' TO          wk-rf-programa.
           CALL      'registrofeed' USING       wk-registro-feed.
           IF        wk-rf-repetido
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Feed ja processado - reprocesso nao liberado'
                                    TO          WK-MSG
           END-IF.
           IF        wk-rf-indisponivel
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Registro de feeds indisponivel'
                                    TO          WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0018A-REGISTRA-FEED.

           SET       wk-rf-registra TO          TRUE.
           CALL      'registrofeed' USING       wk-registro-feed.
      *---------------------------------------------------------------
       0019-VALIDA-CONTROLE.

           MOVE      'N'            TO          wk-ctl-ok.
           MOVE      'N'            TO          wk-feed-recusado.
           INITIALIZE                           wk-registro-feed.
           MOVE      'N'            TO          wk-ctl-tem-header.
           MOVE      'N'            TO          wk-ctl-tem-trailer.
           MOVE      ZEROS          TO          wk-ctl-qtd
             EVALUATE TRUE
              WHEN   arqimportcliente-ctl-header
               MOVE  'S'            TO          wk-ctl-tem-header
               MOVE  arqimportcliente-ctl-feed TO wk-rf-feed
               MOVE  arqimportcliente-ctl-data TO wk-rf-data
               MOVE  arqimportcliente-ctl-versao TO
                                    wk-rf-versao
              WHEN   arqimportcliente-ctl-trailer
               MOVE  'S'            TO          wk-ctl-tem-trailer
               MOVE  arqimportcliente-ctl-qtd TO wk-rf-qtd
               MOVE  arqimportcliente-ctl-hash TO
                                    wk-rf-hash
               IF    wk-ctl-tem-header EQUAL    'S'
                AND  arqimportcliente-ctl-qtd EQUAL wk-ctl-qtd
                AND  arqimportcliente-ctl-hash EQUAL wk-ctl-hash
               MOVE  '10'           TO          FS-ARQIMPORTCLIENTE
              WHEN   OTHER
               ADD   1              TO          wk-linha-atual
               IF    wk-linha-atual GREATER     wk-chk-linha
                   ADD   1          TO          wk-tot-lidos
                   ADD   1          TO          wk-chk-qtd
                   ADD   arqimportcliente-cnpj TO
                                    wk-chk-hash
                   PERFORM 0022-CONSISTE-IMPORTACAO
                   PERFORM 0017A-GRAVA-CHECKPOINT
               END-IF
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
           CLOSE     ARQREGIAO.
           CLOSE     ARQCEP.
           CLOSE     ARQIMPORTERRO.
           CLOSE     ARQCHKIMPORT.
           IF        fl-ok          EQUAL       'N'
            OR       wk-chk-quebra  EQUAL       'S'
               MOVE  8              TO          RETURN-CODE
           ELSE
            IF      wk-tot-rejeitados GREATER   ZEROS
             OR     wk-feed-recusado EQUAL      'S'
               MOVE  4              TO          RETURN-CODE
            ELSE
               MOVE  0              TO          RETURN-CODE
