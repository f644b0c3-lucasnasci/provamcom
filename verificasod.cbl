       program-id. verificasod as "verificasod".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqconflitoselect.cpy".
           copy "arqconflitoexcselect.cpy".

       data division.

           file section.

           copy "arqconflitofd.cpy".
           copy "arqconflitoexcfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqconflito   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\conflito.dat".
           01  wk-caminho-arqconflitoexc
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\conflitoexc.dat".

           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-criado                pic x(001) value 'N'.
           01  wk-tem-excecao           pic x(001) value 'N'.
           01  wk-fim-conflito          pic x(001) value 'N'.
           01  wk-idx                   pic 9(002) value zeros.
           01  wk-tem-a                 pic x(001) value 'N'.
           01  wk-tem-b                 pic x(001) value 'N'.
           01  wk-tinha-a               pic x(001) value 'N'.
           01  wk-tinha-b               pic x(001) value 'N'.
           01  wk-situacao              pic x(001) value spaces.
           01  wk-validade              pic 9(008) value zeros.

           copy "arqconflitopadrao.cpy".

           copy "arqconflitofs.cpy".
           copy "arqconflitoexcfs.cpy".

           LINKAGE SECTION.

           copy "arqsodcalc.cpy".

       procedure division using wk-sod.

      *    Checks one operator's grants against every active pair of
      *    arqconflito. Called by cadastrooperador, which warns only
      *    about the pairs the change itself creates, and by the
      *    conflict report, which lists them all. The pair table is
      *    created here with the shipped pairs when it does not
      *    exist yet; the exception file is optional.
       0000-controle.

           MOVE      ZEROS          TO           wk-sod-qtd
                                                 wk-sod-qtd-novos
                                                 wk-sod-qtd-abertos.
           ACCEPT    wk-hoje        FROM         DATE.
           MOVE      'N'            TO           wk-criado.
           OPEN      I-O          ARQCONFLITO.
           IF        FS-ARQCONFLITO EQUAL        '05'
            OR       FS-ARQCONFLITO EQUAL        '35'
               CLOSE      ARQCONFLITO
               OPEN       OUTPUT      ARQCONFLITO
               CLOSE      ARQCONFLITO
               OPEN       I-O         ARQCONFLITO
               MOVE       'S'         TO         wk-criado
           END-IF.
           IF        FS-ARQCONFLITO NOT EQUAL    ZEROS
               SET   wk-sod-indisponivel         TO         TRUE
           ELSE
               IF    wk-criado      EQUAL        'S'
                   PERFORM          0005-SEMEIA-CONFLITO
                     VARYING wk-idx FROM         1
                       BY    1
                       UNTIL wk-idx >            8
               END-IF
               OPEN  INPUT        ARQCONFLITOEXC
               IF    FS-ARQCONFLITOEXC EQUAL     ZEROS
                   MOVE 'S'         TO           wk-tem-excecao
               ELSE
                   MOVE 'N'         TO           wk-tem-excecao
               END-IF
               PERFORM              0010-PERCORRE-CONFLITOS
               SET   wk-sod-ok                   TO         TRUE
               IF    wk-tem-excecao EQUAL        'S'
                   CLOSE ARQCONFLITOEXC
               END-IF
               CLOSE ARQCONFLITO
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0005-SEMEIA-CONFLITO.

           INITIALIZE                            arqconflito-registro.
           MOVE      tb-conflito-opcao-a(wk-idx) TO
                                    arqconflito-opcao-a.
           MOVE      tb-conflito-opcao-b(wk-idx) TO
                                    arqconflito-opcao-b.
           MOVE      tb-conflito-descricao(wk-idx) TO
                                    arqconflito-descricao.
           SET       arqconflito-ativo           TO         TRUE.
           MOVE      wk-hoje        TO           arqconflito-data.
           WRITE     arqconflito-registro
            INVALID KEY
             CONTINUE
           END-WRITE.
      *-----------------------------------------------------------------
       0010-PERCORRE-CONFLITOS.

           MOVE      LOW-VALUES     TO           arqconflito-chave.
           MOVE      'N'            TO           wk-fim-conflito.
           START     ARQCONFLITO    KEY IS       NOT LESS
                                    ARQCONFLITO-CHAVE
            INVALID KEY
             MOVE    'S'            TO           wk-fim-conflito
           END-START.
           PERFORM   0020-LE-CONFLITO
             UNTIL   wk-fim-conflito EQUAL       'S'.
      *-----------------------------------------------------------------
       0020-LE-CONFLITO.

           READ      ARQCONFLITO    NEXT RECORD
            AT END
             MOVE    'S'            TO           wk-fim-conflito
            NOT AT END
             IF      arqconflito-ativo
                 PERFORM            0030-AVALIA-CONFLITO
             END-IF
           END-READ.
      *-----------------------------------------------------------------
      *    Both options granted: the pair is hit. It is new when the
      *    operator did not already hold both before the change.
       0030-AVALIA-CONFLITO.

           MOVE      'N'            TO           wk-tem-a
                                                 wk-tem-b
                                                 wk-tinha-a
                                                 wk-tinha-b.
           PERFORM   0031-PROCURA-OPCAO
             VARYING wk-idx        FROM         1
               BY    1
               UNTIL wk-idx        >            30.
           IF        wk-tem-a       EQUAL        'S'
            AND      wk-tem-b       EQUAL        'S'
               PERFORM              0040-VERIFICA-EXCECAO
               IF    wk-situacao    NOT EQUAL    'E'
                   ADD 1            TO           wk-sod-qtd-abertos
                   IF  wk-tinha-a   NOT EQUAL    'S'
                    OR wk-tinha-b   NOT EQUAL    'S'
                       ADD 1        TO           wk-sod-qtd-novos
                   END-IF
               END-IF
               IF    wk-sod-qtd     <            20
                   ADD 1            TO           wk-sod-qtd
                   MOVE arqconflito-opcao-a TO
                                    wk-sod-opcao-a(wk-sod-qtd)
                   MOVE arqconflito-opcao-b TO
                                    wk-sod-opcao-b(wk-sod-qtd)
                   MOVE arqconflito-descricao TO
                                    wk-sod-descricao(wk-sod-qtd)
                   MOVE wk-situacao TO
                                    wk-sod-situacao(wk-sod-qtd)
                   MOVE wk-validade TO
                                    wk-sod-validade(wk-sod-qtd)
                   IF  wk-tinha-a   EQUAL        'S'
                    AND wk-tinha-b  EQUAL        'S'
                       MOVE 'N'     TO
                                    wk-sod-novo(wk-sod-qtd)
                   ELSE
                       MOVE 'S'     TO
                                    wk-sod-novo(wk-sod-qtd)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       0031-PROCURA-OPCAO.

           IF        wk-sod-opcao(wk-idx) EQUAL  arqconflito-opcao-a
               MOVE  'S'            TO           wk-tem-a
           END-IF.
           IF        wk-sod-opcao(wk-idx) EQUAL  arqconflito-opcao-b
               MOVE  'S'            TO           wk-tem-b
           END-IF.
           IF        wk-sod-anterior(wk-idx) EQUAL arqconflito-opcao-a
               MOVE  'S'            TO           wk-tinha-a
           END-IF.
           IF        wk-sod-anterior(wk-idx) EQUAL arqconflito-opcao-b
               MOVE  'S'            TO           wk-tinha-b
           END-IF.
      *-----------------------------------------------------------------
      *    An exception counts through its validade day; one past it
      *    is reported as vencida and the pair is open again.
       0040-VERIFICA-EXCECAO.

           MOVE      'C'            TO           wk-situacao.
           MOVE      ZEROS          TO           wk-validade.
           IF        wk-tem-excecao EQUAL        'S'
               MOVE  wk-sod-operador TO          arqconflitoexc-operador
               MOVE  arqconflito-opcao-a TO      arqconflitoexc-opcao-a
               MOVE  arqconflito-opcao-b TO      arqconflitoexc-opcao-b
               READ  ARQCONFLITOEXC KEY IS       ARQCONFLITOEXC-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqconflitoexc-validade TO wk-validade
                 IF   arqconflitoexc-validade NOT LESS wk-hoje
                     MOVE 'E'       TO           wk-situacao
                 ELSE
                     MOVE 'V'       TO           wk-situacao
                 END-IF
               END-READ
           END-IF.

           end program verificasod.
