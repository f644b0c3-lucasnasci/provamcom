       program-id. encadeialog as "encadeialog".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqelocadeiaselect.cpy".

       data division.

           file section.

           copy "arqelocadeiafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqelocadeia  pic x(070) value
               "C:\Users\Auditoria\PROVACOBOL\elocadeia.dat".

           01  wk-calculo.
              05 wk-acumulador          pic 9(018) comp value zeros.
              05 wk-byte                pic 9(004) comp value zeros.
              05 wk-idx                 pic 9(004) comp value zeros.
              05 wk-conteudo            pic 9(004) comp value zeros.
              05 wk-pos-cadeia          pic 9(004) comp value zeros.
              05 wk-primo               pic 9(015) value
                                         999999999999989.

      *    The chain group as it is laid over the record's tail.
           01  wk-grupo-cadeia.
              05 wk-gc-sequencia        pic 9(009) value zeros.
              05 wk-gc-hash-ant         pic 9(015) value zeros.
              05 wk-gc-hash             pic 9(015) value zeros.

           copy "arqelocadeiafs.cpy".

           LINKAGE SECTION.

           copy "arqencadeiacalc.cpy".

           01  wk-registro              pic x(1000).

       procedure division using wk-encadeia wk-registro.

      *    Every writer of arqauditoria, arqjrnmaster, arqacesso and
      *    arqlgpd calls here just before its WRITE: the record gets
      *    the next sequence of its log, the hash of the record
      *    before it and a hash over its own content plus both, and
      *    the head moves on. Editing, inserting or deleting a line
      *    afterwards breaks the links verificacadeia walks. Like
      *    hashsenha it is a scrambler, not cryptography -- the
      *    point is that a change cannot go unnoticed.
       0000-controle.

           SET       wk-ec-ok       TO           TRUE.
           COMPUTE   wk-conteudo    =            wk-ec-tamanho - 39.
           COMPUTE   wk-pos-cadeia  =            wk-conteudo + 1.
           EVALUATE  TRUE
            WHEN     wk-ec-grava
             PERFORM 0010-GRAVA-ELO
            WHEN     wk-ec-calcula
             PERFORM 0030-CALCULA-HASH
            WHEN     wk-ec-ultimo
             PERFORM 0040-LE-CABECA
            WHEN     wk-ec-ajusta
             PERFORM 0050-AJUSTA-CABECA
           END-EVALUATE.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
      *    A head that cannot be opened still gets the record
      *    written -- the log entry matters more -- but it goes out
      *    unlinked and the next verification reports the gap.
       0010-GRAVA-ELO.

           MOVE      ZEROS          TO           wk-ec-sequencia
                                                 wk-ec-hash-ant.
           OPEN      I-O          ARQELOCADEIA.
           IF        FS-ARQELOCADEIA EQUAL       '05'
            OR       FS-ARQELOCADEIA EQUAL       '35'
               CLOSE      ARQELOCADEIA
               OPEN       OUTPUT      ARQELOCADEIA
               CLOSE      ARQELOCADEIA
               OPEN       I-O         ARQELOCADEIA
           END-IF.
           IF        FS-ARQELOCADEIA NOT EQUAL   ZEROS
               SET   wk-ec-indisponivel          TO          TRUE
               MOVE  1              TO           wk-ec-sequencia
               PERFORM              0030-CALCULA-HASH
           ELSE
               PERFORM              0020-AVANCA-CABECA
               CLOSE ARQELOCADEIA
           END-IF.
           MOVE      wk-ec-sequencia TO          wk-gc-sequencia.
           MOVE      wk-ec-hash-ant TO           wk-gc-hash-ant.
           MOVE      wk-ec-hash     TO           wk-gc-hash.
           MOVE      wk-grupo-cadeia TO
                                    wk-registro(wk-pos-cadeia:39).
      *-----------------------------------------------------------------
       0020-AVANCA-CABECA.

           MOVE      wk-ec-arquivo  TO           arqelocadeia-arquivo.
           READ      ARQELOCADEIA   KEY IS       ARQELOCADEIA-ARQUIVO
            INVALID KEY
             MOVE    1              TO           wk-ec-sequencia
             MOVE    ZEROS          TO           wk-ec-hash-ant
             PERFORM 0030-CALCULA-HASH
             MOVE    wk-ec-arquivo  TO           arqelocadeia-arquivo
             PERFORM 0021-MONTA-CABECA
             WRITE   arqelocadeia-registro
            NOT INVALID KEY
             COMPUTE wk-ec-sequencia =
                                    arqelocadeia-sequencia + 1
             MOVE    arqelocadeia-hash TO        wk-ec-hash-ant
             PERFORM 0030-CALCULA-HASH
             PERFORM 0021-MONTA-CABECA
             REWRITE arqelocadeia-registro
           END-READ.
      *-----------------------------------------------------------------
       0021-MONTA-CABECA.

           MOVE      wk-ec-sequencia TO          arqelocadeia-sequencia.
           MOVE      wk-ec-hash     TO           arqelocadeia-hash.
           ACCEPT    arqelocadeia-data FROM      DATE.
           ACCEPT    arqelocadeia-hora FROM      TIME.
      *-----------------------------------------------------------------
      *    Seeded with the previous hash and the sequence, then every
      *    content byte folded in -- the chain group itself is left
      *    out, it is what is being computed.
       0030-CALCULA-HASH.

           COMPUTE   wk-acumulador  =
                     FUNCTION MOD(wk-ec-hash-ant + wk-ec-sequencia
                                  wk-primo).
           PERFORM   0031-ACUMULA-BYTE
             VARYING wk-idx         FROM         1
               BY    1
               UNTIL wk-idx         >            wk-conteudo.
           MOVE      wk-acumulador  TO           wk-ec-hash.
      *-----------------------------------------------------------------
       0031-ACUMULA-BYTE.

           COMPUTE   wk-byte        =
                     FUNCTION ORD(wk-registro(wk-idx:1)).
           COMPUTE   wk-acumulador  =
                     FUNCTION MOD(wk-acumulador * 131 + wk-byte
                                  wk-primo).
      *-----------------------------------------------------------------
       0040-LE-CABECA.

           MOVE      ZEROS          TO           wk-ec-sequencia
                                                 wk-ec-hash.
           OPEN      INPUT        ARQELOCADEIA.
           IF        FS-ARQELOCADEIA NOT EQUAL   ZEROS
               SET   wk-ec-sem-cabeca            TO          TRUE
           ELSE
               MOVE  wk-ec-arquivo  TO           arqelocadeia-arquivo
               READ  ARQELOCADEIA   KEY IS       ARQELOCADEIA-ARQUIVO
                INVALID KEY
                 SET wk-ec-sem-cabeca            TO          TRUE
                NOT INVALID KEY
                 MOVE arqelocadeia-sequencia TO  wk-ec-sequencia
                 MOVE arqelocadeia-hash TO       wk-ec-hash
               END-READ
               CLOSE ARQELOCADEIA
           END-IF.
      *-----------------------------------------------------------------
      *    Only for a run that rewrote a log under supervision and
      *    recomputed its links, e.g. the LGPD scrub of the audit
      *    trail: the head follows the last link it sealed.
       0050-AJUSTA-CABECA.

           OPEN      I-O          ARQELOCADEIA.
           IF        FS-ARQELOCADEIA EQUAL       '05'
            OR       FS-ARQELOCADEIA EQUAL       '35'
               CLOSE      ARQELOCADEIA
               OPEN       OUTPUT      ARQELOCADEIA
               CLOSE      ARQELOCADEIA
               OPEN       I-O         ARQELOCADEIA
           END-IF.
           IF        FS-ARQELOCADEIA NOT EQUAL   ZEROS
               SET   wk-ec-indisponivel          TO          TRUE
           ELSE
               MOVE  wk-ec-arquivo  TO           arqelocadeia-arquivo
               READ  ARQELOCADEIA   KEY IS       ARQELOCADEIA-ARQUIVO
                INVALID KEY
                 MOVE wk-ec-arquivo TO           arqelocadeia-arquivo
                 PERFORM            0021-MONTA-CABECA
                 WRITE arqelocadeia-registro
                NOT INVALID KEY
                 PERFORM            0021-MONTA-CABECA
                 REWRITE arqelocadeia-registro
               END-READ
               CLOSE ARQELOCADEIA
           END-IF.

           end program encadeialog.
