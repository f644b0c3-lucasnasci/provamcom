       program-id. verificacadeia as "verificacadeia".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqauditoriaselect.cpy".
           copy "arqjrnmasterselect.cpy".
           copy "arqacessoselect.cpy".
           copy "arqlgpdselect.cpy".
           copy "arqarquivoselect.cpy".
           copy "arqrelcadeiaselect.cpy".

       data division.

           file section.

           copy "arqauditoriafd.cpy".
           copy "arqjrnmasterfd.cpy".
           copy "arqacessofd.cpy".
           copy "arqlgpdfd.cpy".
           copy "arqarquivofd.cpy".
           copy "arqrelcadeiafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqjrnmaster  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\jrnmaster.dat".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".
           01  wk-caminho-arqarquivo    pic x(070) value spaces.
           01  wk-caminho-arqrelcadeia  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcadeia.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-leitura         pic x(001) value 'N'.

           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-hoje-r redefines wk-hoje.
              05 wk-hj-ano              pic 9(004).
              05 wk-hj-mmdd             pic 9(004).

      *    The log being walked: where its yearly archives live, how
      *    long its record is, and how far the chain has been proved.
           01  wk-verificacao.
              05 wk-vc-log              pic x(012) value spaces.
              05 wk-vc-prefixo          pic x(010) value spaces.
              05 wk-vc-tamanho          pic 9(004) value zeros.
              05 wk-vc-ano              pic 9(004) value zeros.
              05 wk-vc-arquivo          pic x(070) value spaces.
              05 wk-vc-linha-arq        pic 9(007) value zeros.
              05 wk-vc-lidos            pic 9(007) value zeros.
              05 wk-vc-legados          pic 9(007) value zeros.
              05 wk-vc-iniciado         pic x(001) value 'N'.
              05 wk-vc-quebra           pic x(001) value 'N'.
                 88 wk-vc-quebrou       value 'S'.
              05 wk-vc-motivo           pic x(060) value spaces.
              05 wk-vc-seq-ant          pic 9(009) value zeros.
              05 wk-vc-hash-ant         pic 9(015) value zeros.

      *    The record under check, and its chain group as read.
           01  wk-vc-registro           pic x(1000) value spaces.
           01  wk-vc-elo                pic x(039) value spaces.
           01  wk-vc-elo-r redefines wk-vc-elo.
              05 wk-vc-el-sequencia     pic 9(009).
              05 wk-vc-el-hash-ant      pic 9(015).
              05 wk-vc-el-hash          pic 9(015).

           01  wk-totais.
              05 wk-tot-logs            pic 9(003) value zeros.
              05 wk-tot-quebras         pic 9(003) value zeros.

           01  wk-resultados.
              05 wk-res-auditoria       pic x(060) value spaces.
              05 wk-res-jrnmaster       pic x(060) value spaces.
              05 wk-res-acesso          pic x(060) value spaces.
              05 wk-res-lgpd            pic x(060) value spaces.
           01  wk-res-texto             pic x(060) value spaces.
           01  wk-res-qtd               pic z(006)9.

           01  wk-lin-titulo.
              05 filler                 pic x(045) value
                 "VERIFICACAO DA CADEIA DE INTEGRIDADE DOS LOGS".
              05 filler                 pic x(012) value
                 "   EMITIDO  ".
              05 wk-lti-hoje            pic 9(008).
           01  wk-lin-log.
              05 wk-ll-log              pic x(012).
              05 filler                 pic x(010) value " REGISTROS".
              05 wk-ll-lidos            pic zzz.zz9.
              05 filler                 pic x(012) value
                 "  SEM ELO   ".
              05 wk-ll-legados          pic zzz.zz9.
              05 filler                 pic x(002) value spaces.
              05 wk-ll-texto            pic x(060).
           01  wk-lin-quebra.
              05 filler                 pic x(010) value
                 "  QUEBRA  ".
              05 wk-lq-arquivo          pic x(060).
              05 filler                 pic x(007) value " LINHA ".
              05 wk-lq-linha            pic zzzzzz9.
              05 filler                 pic x(005) value " SEQ ".
              05 wk-lq-sequencia        pic 9(009).
           01  wk-lin-motivo.
              05 filler                 pic x(010) value spaces.
              05 wk-lm-motivo           pic x(060).
           01  wk-lin-total.
              05 filler                 pic x(030) value
                 "LOGS VERIFICADOS".
              05 wk-lt-logs             pic zz9.
              05 filler                 pic x(019) value
                 "   LOGS COM QUEBRA ".
              05 wk-lt-quebras          pic zz9.

           copy "arqencadeiacalc.cpy".

           copy "arqauditoriafs.cpy".
           copy "arqjrnmasterfs.cpy".
           copy "arqacessofs.cpy".
           copy "arqlgpdfs.cpy".
           copy "arqarquivofs.cpy".
           copy "arqrelcadeiafs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "INTEGRIDADE DOS LOGS DE AUDITORIA".
               05  line  3   col  05 value
                         "1 Auditoria   2 Jornal de cadastros".
               05  line  4   col  05 value
                         "3 Acessos     4 Consultas LGPD".
               05  line  5   col  05 value
                         "5 Todos       9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESULTADO DA VERIFICACAO (relcadeia.txt)".
               05  line  3   col  05 VALUE "Auditoria".
               05  line  3   col  17   using wk-res-auditoria.
               05  line  4   col  05 VALUE "Jornal".
               05  line  4   col  17   using wk-res-jrnmaster.
               05  line  5   col  05 VALUE "Acessos".
               05  line  5   col  17   using wk-res-acesso.
               05  line  6   col  05 VALUE "LGPD".
               05  line  6   col  17   using wk-res-lgpd.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    Every night all four logs are walked from their oldest
      *    archive to the live file. A broken link fails the step.
       IF            wk-batch       EQUAL       'S'
           OPEN      OUTPUT       ARQRELCADEIA
           PERFORM   0015-VERIFICA-TODOS
           CLOSE     ARQRELCADEIA
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           ACCEPT    wk-hoje        FROM        DATE.
           MOVE      wk-hoje        TO          wk-lti-hoje.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           MOVE        SPACES        TO         wk-msg.
           IF          WK-OPCAO      >          ZEROS
            AND        WK-OPCAO      <          6
             INITIALIZE             wk-totais
                                    wk-resultados
             OPEN      OUTPUT       ARQRELCADEIA
             EVALUATE  WK-OPCAO
              WHEN     1
               PERFORM 0016-TITULO
               MOVE    'AUDITORIA'   TO         wk-vc-log
               PERFORM 0020-VERIFICA-LOG
               PERFORM 0080-TOTAL-GERAL
              WHEN     2
               PERFORM 0016-TITULO
               MOVE    'JRNMASTER'   TO         wk-vc-log
               PERFORM 0020-VERIFICA-LOG
               PERFORM 0080-TOTAL-GERAL
              WHEN     3
               PERFORM 0016-TITULO
               MOVE    'ACESSO'      TO         wk-vc-log
               PERFORM 0020-VERIFICA-LOG
               PERFORM 0080-TOTAL-GERAL
              WHEN     4
               PERFORM 0016-TITULO
               MOVE    'LGPD'        TO         wk-vc-log
               PERFORM 0020-VERIFICA-LOG
               PERFORM 0080-TOTAL-GERAL
              WHEN     5
               PERFORM 0015-VERIFICA-TODOS
             END-EVALUATE
             CLOSE     ARQRELCADEIA
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           ELSE
             IF        WK-OPCAO      NOT EQUAL  9
                 MOVE  'Opcao invalida'         TO          wk-msg
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
       0015-VERIFICA-TODOS.

           PERFORM   0016-TITULO.
           MOVE      'AUDITORIA'    TO          wk-vc-log.
           PERFORM   0020-VERIFICA-LOG.
           MOVE      'JRNMASTER'    TO          wk-vc-log.
           PERFORM   0020-VERIFICA-LOG.
           MOVE      'ACESSO'       TO          wk-vc-log.
           PERFORM   0020-VERIFICA-LOG.
           MOVE      'LGPD'         TO          wk-vc-log.
           PERFORM   0020-VERIFICA-LOG.
           PERFORM   0080-TOTAL-GERAL.
      *---------------------------------------------------------------
       0016-TITULO.

           WRITE     arqrelcadeia-linha FROM    wk-lin-titulo.
           MOVE      SPACES         TO          arqrelcadeia-linha.
           WRITE     arqrelcadeia-linha.
      *---------------------------------------------------------------
      *    arquivamorto moves the old lines of a log, verbatim, into
      *    one archive per cutoff year; the chain runs on through
      *    them in year order and into the live file. The journal
      *    is never archived.
       0020-VERIFICA-LOG.

           MOVE      ZEROS          TO          wk-vc-lidos
                                                 wk-vc-legados
                                                 wk-vc-seq-ant
                                                 wk-vc-hash-ant.
           MOVE      'N'            TO          wk-vc-iniciado
                                                 wk-vc-quebra.
           MOVE      SPACES         TO          wk-vc-motivo.
           ADD       1              TO          wk-tot-logs.
           EVALUATE  wk-vc-log
            WHEN     'AUDITORIA'
             MOVE    'audit'        TO          wk-vc-prefixo
             MOVE    LENGTH OF arqauditoria-registro
                                    TO          wk-vc-tamanho
            WHEN     'JRNMASTER'
             MOVE    SPACES         TO          wk-vc-prefixo
             MOVE    LENGTH OF arqjrnmaster-registro
                                    TO          wk-vc-tamanho
            WHEN     'ACESSO'
             MOVE    'acesso'       TO          wk-vc-prefixo
             MOVE    LENGTH OF arqacesso-registro
                                    TO          wk-vc-tamanho
            WHEN     'LGPD'
             MOVE    'lgpd'         TO          wk-vc-prefixo
             MOVE    LENGTH OF arqlgpd-registro
                                    TO          wk-vc-tamanho
           END-EVALUATE.

           IF        wk-vc-prefixo  NOT EQUAL   SPACES
               PERFORM              0021-VERIFICA-ARQUIVO-ANO
                 VARYING wk-vc-ano  FROM        2000
                   BY    1
                   UNTIL wk-vc-ano  >           wk-hj-ano
                    OR   wk-vc-quebrou
           END-IF.
           IF        NOT wk-vc-quebrou
               PERFORM              0024-VERIFICA-VIVO
           END-IF.
           IF        NOT wk-vc-quebrou
               PERFORM              0040-CONFERE-CABECA
           END-IF.
           PERFORM   0050-GRAVA-RESULTADO.
      *---------------------------------------------------------------
      *    A year with no archive is simply skipped.
       0021-VERIFICA-ARQUIVO-ANO.

           MOVE      SPACES         TO          wk-caminho-arqarquivo.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\"
                     wk-vc-prefixo DELIMITED BY SPACE
                     wk-vc-ano ".dat" DELIMITED BY SIZE
                     INTO wk-caminho-arqarquivo.
           OPEN      INPUT        ARQARQUIVO.
           IF        FS-ARQARQUIVO  EQUAL       ZEROS
               MOVE  wk-caminho-arqarquivo TO   wk-vc-arquivo
               MOVE  ZEROS          TO          wk-vc-linha-arq
               MOVE  'N'            TO          wk-fim-leitura
               PERFORM              0022-LE-ARQUIVO
                 UNTIL wk-fim-leitura EQUAL     'S'
                  OR   wk-vc-quebrou
               CLOSE ARQARQUIVO
           END-IF.
      *---------------------------------------------------------------
       0022-LE-ARQUIVO.

           READ      ARQARQUIVO     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             MOVE    SPACES         TO          wk-vc-registro
             MOVE    arqarquivo-linha TO        wk-vc-registro
             PERFORM 0030-CONFERE-ELO
           END-READ.
      *---------------------------------------------------------------
      *    A log never written yet has nothing to prove.
       0024-VERIFICA-VIVO.

           MOVE      ZEROS          TO          wk-vc-linha-arq.
           MOVE      'N'            TO          wk-fim-leitura.
           EVALUATE  wk-vc-log
            WHEN     'AUDITORIA'
             MOVE    "C:\Users\Auditoria\PROVACOBOL\arqauditoria.dat"
                                    TO          wk-vc-arquivo
             OPEN    INPUT        ARQAUDITORIA
             IF      FS-ARQAUDITORIA EQUAL      ZEROS
                 PERFORM            0025-LE-AUDITORIA
                   UNTIL wk-fim-leitura EQUAL   'S'
                    OR   wk-vc-quebrou
                 CLOSE ARQAUDITORIA
             END-IF
            WHEN     'JRNMASTER'
             MOVE    wk-caminho-arqjrnmaster TO wk-vc-arquivo
             OPEN    INPUT        ARQJRNMASTER
             IF      FS-ARQJRNMASTER EQUAL      ZEROS
                 PERFORM            0026-LE-JRNMASTER
                   UNTIL wk-fim-leitura EQUAL   'S'
                    OR   wk-vc-quebrou
                 CLOSE ARQJRNMASTER
             END-IF
            WHEN     'ACESSO'
             MOVE    "C:\Users\Acesso\PROVACOBOL\arqacesso.dat"
                                    TO          wk-vc-arquivo
             OPEN    INPUT        ARQACESSO
             IF      FS-ARQACESSO   EQUAL       ZEROS
                 PERFORM            0027-LE-ACESSO
                   UNTIL wk-fim-leitura EQUAL   'S'
                    OR   wk-vc-quebrou
                 CLOSE ARQACESSO
             END-IF
            WHEN     'LGPD'
             MOVE    wk-caminho-arqlgpd TO      wk-vc-arquivo
             OPEN    INPUT        ARQLGPD
             IF      FS-ARQLGPD     EQUAL       ZEROS
                 PERFORM            0028-LE-LGPD
                   UNTIL wk-fim-leitura EQUAL   'S'
                    OR   wk-vc-quebrou
                 CLOSE ARQLGPD
             END-IF
           END-EVALUATE.
      *---------------------------------------------------------------
       0025-LE-AUDITORIA.

           READ      ARQAUDITORIA   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             MOVE    SPACES         TO          wk-vc-registro
             MOVE    arqauditoria-registro TO   wk-vc-registro
             PERFORM 0030-CONFERE-ELO
           END-READ.
      *---------------------------------------------------------------
       0026-LE-JRNMASTER.

           READ      ARQJRNMASTER   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             MOVE    SPACES         TO          wk-vc-registro
             MOVE    arqjrnmaster-registro TO   wk-vc-registro
             PERFORM 0030-CONFERE-ELO
           END-READ.
      *---------------------------------------------------------------
       0027-LE-ACESSO.

           READ      ARQACESSO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             MOVE    SPACES         TO          wk-vc-registro
             MOVE    arqacesso-registro TO      wk-vc-registro
             PERFORM 0030-CONFERE-ELO
           END-READ.
      *---------------------------------------------------------------
       0028-LE-LGPD.

           READ      ARQLGPD        NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             MOVE    SPACES         TO          wk-vc-registro
             MOVE    arqlgpd-registro TO        wk-vc-registro
             PERFORM 0030-CONFERE-ELO
           END-READ.
      *---------------------------------------------------------------
      *    Lines written before the chain existed carry no link and
      *    are only counted; once the first link is seen, every
      *    line must carry the next sequence, the hash of the line
      *    before it and a hash that matches its own content. The
      *    first link of a log is sequence 1 on a zero hash, so
      *    lines taken off the front are caught as well.
       0030-CONFERE-ELO.

           ADD       1              TO          wk-vc-linha-arq
                                                 wk-vc-lidos.
           MOVE      wk-vc-registro(wk-vc-tamanho - 38:39)
                                    TO          wk-vc-elo.
           EVALUATE  TRUE
            WHEN     wk-vc-elo      NOT NUMERIC
             AND     wk-vc-iniciado EQUAL       'N'
             ADD     1              TO          wk-vc-legados
            WHEN     wk-vc-elo      NOT NUMERIC
             MOVE    'LINHA SEM ELO DEPOIS DO INICIO DA CADEIA'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
            WHEN     wk-vc-iniciado EQUAL       'N'
             AND     (wk-vc-el-sequencia NOT EQUAL 1
              OR      wk-vc-el-hash-ant  NOT EQUAL ZEROS)
             MOVE    'INICIO DA CADEIA AUSENTE (LINHAS REMOVIDAS)'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
            WHEN     wk-vc-iniciado EQUAL       'S'
             AND     wk-vc-el-sequencia NOT EQUAL wk-vc-seq-ant + 1
             MOVE    'SEQUENCIA FORA DE ORDEM (LINHA REMOVIDA/INSERIDA)'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
            WHEN     wk-vc-iniciado EQUAL       'S'
             AND     wk-vc-el-hash-ant NOT EQUAL wk-vc-hash-ant
             MOVE    'ELO NAO CONFERE COM A LINHA ANTERIOR'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
            WHEN     OTHER
             PERFORM 0031-CONFERE-HASH
           END-EVALUATE.
      *---------------------------------------------------------------
       0031-CONFERE-HASH.

           SET       wk-ec-calcula  TO          TRUE.
           MOVE      wk-vc-log      TO          wk-ec-arquivo.
           MOVE      wk-vc-tamanho  TO          wk-ec-tamanho.
           MOVE      wk-vc-el-sequencia TO      wk-ec-sequencia.
           MOVE      wk-vc-el-hash-ant TO       wk-ec-hash-ant.
           CALL      'encadeialog'  USING       wk-encadeia
                                                 wk-vc-registro.
           IF        wk-ec-hash     NOT EQUAL   wk-vc-el-hash
               MOVE  'CONTEUDO ALTERADO (HASH NAO CONFERE)'
                                    TO          wk-vc-motivo
               PERFORM              0035-QUEBRA
           ELSE
               MOVE  'S'            TO          wk-vc-iniciado
               MOVE  wk-vc-el-sequencia TO      wk-vc-seq-ant
               MOVE  wk-vc-el-hash  TO          wk-vc-hash-ant
           END-IF.
      *---------------------------------------------------------------
      *    Only the first break of a log is reported: past it every
      *    following link would be in doubt anyway.
       0035-QUEBRA.

           MOVE      'S'            TO          wk-vc-quebra.
           ADD       1              TO          wk-tot-quebras.
           MOVE      wk-vc-arquivo  TO          wk-lq-arquivo.
           MOVE      wk-vc-linha-arq TO         wk-lq-linha.
           IF        wk-vc-elo      NUMERIC
               MOVE  wk-vc-el-sequencia TO      wk-lq-sequencia
           ELSE
               COMPUTE wk-lq-sequencia = wk-vc-seq-ant + 1
           END-IF.
      *---------------------------------------------------------------
      *    The head keeps the last link written. A head ahead of the
      *    file means lines were cut off its end; one that does not
      *    match the last line means the end was rewritten.
       0040-CONFERE-CABECA.

           SET       wk-ec-ultimo   TO          TRUE.
           MOVE      wk-vc-log      TO          wk-ec-arquivo.
           MOVE      wk-vc-tamanho  TO          wk-ec-tamanho.
           CALL      'encadeialog'  USING       wk-encadeia
                                                 wk-vc-registro.
           MOVE      ZEROS          TO          wk-vc-linha-arq.
           MOVE      SPACES         TO          wk-vc-elo.
           EVALUATE  TRUE
            WHEN     wk-ec-sem-cabeca
             AND     wk-vc-iniciado EQUAL       'S'
             MOVE    'CABECA DA CADEIA NAO ENCONTRADA'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
            WHEN     wk-ec-sem-cabeca
             CONTINUE
            WHEN     wk-ec-sequencia GREATER    wk-vc-seq-ant
             MOVE    'LINHAS REMOVIDAS DO FIM DO LOG'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
            WHEN     wk-ec-sequencia LESS       wk-vc-seq-ant
             OR      wk-ec-hash     NOT EQUAL   wk-vc-hash-ant
             MOVE    'FIM DO LOG NAO CONFERE COM A CABECA'
                                    TO          wk-vc-motivo
             PERFORM 0035-QUEBRA
           END-EVALUATE.
      *---------------------------------------------------------------
       0050-GRAVA-RESULTADO.

           MOVE      SPACES         TO          wk-res-texto.
           IF        wk-vc-quebrou
               MOVE  'QUEBRA NA CADEIA - VER relcadeia.txt'
                                    TO          wk-res-texto
           ELSE
               MOVE  wk-vc-seq-ant  TO          wk-res-qtd
               STRING 'INTEGRO -' wk-res-qtd ' ELOS CONFERIDOS'
                      DELIMITED BY SIZE INTO wk-res-texto
           END-IF.
           MOVE      wk-vc-log      TO          wk-ll-log.
           MOVE      wk-vc-lidos    TO          wk-ll-lidos.
           MOVE      wk-vc-legados  TO          wk-ll-legados.
           MOVE      wk-res-texto   TO          wk-ll-texto.
           WRITE     arqrelcadeia-linha FROM    wk-lin-log.
           IF        wk-vc-quebrou
               IF    wk-vc-linha-arq EQUAL      ZEROS
                   MOVE 'CABECA DA CADEIA' TO   wk-lq-arquivo
               END-IF
               WRITE arqrelcadeia-linha FROM    wk-lin-quebra
               MOVE  wk-vc-motivo   TO          wk-lm-motivo
               WRITE arqrelcadeia-linha FROM    wk-lin-motivo
           END-IF.
           EVALUATE  wk-vc-log
            WHEN     'AUDITORIA'
             MOVE    wk-res-texto   TO          wk-res-auditoria
            WHEN     'JRNMASTER'
             MOVE    wk-res-texto   TO          wk-res-jrnmaster
            WHEN     'ACESSO'
             MOVE    wk-res-texto   TO          wk-res-acesso
            WHEN     'LGPD'
             MOVE    wk-res-texto   TO          wk-res-lgpd
           END-EVALUATE.
      *---------------------------------------------------------------
       0080-TOTAL-GERAL.

           MOVE      SPACES         TO          arqrelcadeia-linha.
           WRITE     arqrelcadeia-linha.
           MOVE      wk-tot-logs    TO          wk-lt-logs.
           MOVE      wk-tot-quebras TO          wk-lt-quebras.
           WRITE     arqrelcadeia-linha FROM    wk-lin-total.
      *---------------------------------------------------------------
      *    A broken chain fails the step: whoever reads the logs
      *    next must not trust them until it has been looked into.
       9999-fim-programa.

           IF        wk-tot-quebras GREATER     ZEROS
               MOVE  8              TO          RETURN-CODE
           ELSE
               MOVE  0              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program verificacadeia.
