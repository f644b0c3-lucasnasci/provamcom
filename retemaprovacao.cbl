       program-id. retemaprovacao as "retemaprovacao".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqaprovcfgselect.cpy".
           copy "arqpendenteselect.cpy".

       data division.

           file section.

           copy "arqaprovcfgfd.cpy".
           copy "arqpendentefd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqaprovcfg   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\aprovcfg.dat".
           01  wk-caminho-arqpendente   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pendente.dat".

           01  wk-sensivel              pic x(001) value 'N'.
           01  wk-seq-entidade          pic x(008) value spaces.
           01  wk-numero                pic 9(007) value zeros.
           01  wk-hoje                  pic 9(008) value zeros.

           copy "arqaprovcfgfs.cpy".
           copy "arqpendentefs.cpy".

           LINKAGE SECTION.

           copy "arqaprovacaocalc.cpy".

       procedure division using wk-aprovacao.

      *    Called by every maintenance screen that can move one of
      *    the sensitive master fields. A field the config leaves
      *    free goes through untouched; a sensitive one is written
      *    to arqpendente as AGUARDANDO for the approval screen in
      *    aplicapendente, and the caller keeps the old value on
      *    the master. A pending file that cannot be opened answers
      *    indisponivel -- the change is refused, never let through
      *    unapproved.
       0000-controle.

           MOVE      ZEROS          TO           wk-ap-numero.
           PERFORM   0010-LE-CONFIGURACAO.
           PERFORM   0020-VERIFICA-CAMPO.

           IF        wk-sensivel    NOT EQUAL    'S'
               SET   wk-ap-livre                 TO         TRUE
           ELSE
               OPEN  I-O          ARQPENDENTE
               IF    FS-ARQPENDENTE EQUAL        '05'
                OR   FS-ARQPENDENTE EQUAL        '35'
                   CLOSE      ARQPENDENTE
                   OPEN       OUTPUT      ARQPENDENTE
                   CLOSE      ARQPENDENTE
                   OPEN       I-O         ARQPENDENTE
               END-IF
               IF    FS-ARQPENDENTE NOT EQUAL    ZEROS
                   SET wk-ap-indisponivel        TO         TRUE
               ELSE
                   PERFORM          0030-GRAVA-AGUARDANDO
                   CLOSE ARQPENDENTE
               END-IF
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0010-LE-CONFIGURACAO.

           MOVE      ALL 'S'        TO           arqaprovcfg-registro.
           OPEN      INPUT        ARQAPROVCFG.
           IF        FS-ARQAPROVCFG EQUAL        ZEROS
               READ  ARQAPROVCFG
                AT END
                 MOVE ALL 'S'       TO           arqaprovcfg-registro
               END-READ
               CLOSE ARQAPROVCFG
           END-IF.
      *-----------------------------------------------------------------
       0020-VERIFICA-CAMPO.

           MOVE      'N'            TO           wk-sensivel.
           EVALUATE  wk-ap-entidade ALSO         wk-ap-campo
            WHEN     'VENDEDOR'     ALSO         1
            WHEN     'VENDEDOR'     ALSO         4
             MOVE    arqaprovcfg-vend-capacidade TO         wk-sensivel
            WHEN     'VENDEDOR'     ALSO         2
             MOVE    arqaprovcfg-vend-taxa       TO         wk-sensivel
            WHEN     'VENDEDOR'     ALSO         5
             MOVE    arqaprovcfg-vend-cota       TO         wk-sensivel
            WHEN     'CLIENTE'      ALSO         1
             MOVE    arqaprovcfg-cli-limite      TO         wk-sensivel
            WHEN     'CONTRATO'     ALSO         1
             MOVE    arqaprovcfg-ctr-taxa        TO         wk-sensivel
            WHEN     OTHER
             CONTINUE
           END-EVALUATE.
      *-----------------------------------------------------------------
      *    A change keyed on a maintenance screen takes effect the
      *    day it is approved; one scheduled ahead keeps its date.
       0030-GRAVA-AGUARDANDO.

           ACCEPT    wk-hoje        FROM         DATE.
           MOVE      'PENDENTE'     TO           wk-seq-entidade.
           CALL      'proximocodigo' USING       wk-seq-entidade
                                                  wk-numero.
           INITIALIZE                            arqpendente-registro.
           MOVE      wk-numero      TO           arqpendente-numero.
           MOVE      wk-ap-entidade TO           arqpendente-entidade.
           MOVE      wk-ap-codigo   TO           arqpendente-codigo.
           MOVE      wk-ap-codigo-2 TO           arqpendente-codigo-2.
           MOVE      wk-ap-campo    TO           arqpendente-campo.
           MOVE      wk-ap-valor-ant TO          arqpendente-valor-ant.
           MOVE      wk-ap-valor-novo TO
                                    arqpendente-valor-novo.
           IF        wk-ap-data-efetiva EQUAL    ZEROS
               MOVE  wk-hoje        TO
                                    arqpendente-data-efetiva
           ELSE
               MOVE  wk-ap-data-efetiva TO
                                    arqpendente-data-efetiva
           END-IF.
           SET       arqpendente-aguardando      TO         TRUE.
           MOVE      wk-ap-operador TO           arqpendente-operador.
           MOVE      wk-hoje        TO
                                    arqpendente-data-criacao.
           MOVE      ZEROS          TO
                                    arqpendente-data-aplicacao
                                    arqpendente-data-decisao.
           MOVE      SPACES         TO           arqpendente-aprovador
                                                 arqpendente-motivo.
           WRITE     arqpendente-registro
            INVALID KEY
             SET     wk-ap-indisponivel          TO         TRUE
            NOT INVALID KEY
             SET     wk-ap-retida                TO         TRUE
             MOVE    wk-numero      TO           wk-ap-numero
           END-WRITE.

           end program retemaprovacao.
