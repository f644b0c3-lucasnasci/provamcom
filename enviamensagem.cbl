       program-id. enviamensagem as "enviamensagem".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqmensagemselect.cpy".
           copy "arqcontatoselect.cpy".

       data division.

           file section.

           copy "arqmensagemfd.cpy".
           copy "arqcontatofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqmensagem   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\mensagem.dat".
           01  wk-caminho-arqcontato    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\contato.dat".

           01  wk-escolha.
              05 wk-fim-contatos        pic x(001) value 'N'.
              05 wk-gravada             pic x(001) value 'N'.
              05 wk-esc-seq             pic 9(003) value zeros.
              05 wk-esc-canal           pic x(001) value spaces.
              05 wk-esc-endereco        pic x(060) value spaces.

           copy "arqmensagemfs.cpy".
           copy "arqcontatofs.cpy".

           LINKAGE SECTION.

           copy "arqmensagemcalc.cpy".

       procedure division using wk-envia-mensagem.

      *    Like the feed registry, the spool is opened and closed on
      *    every call so the export run and the callers never hold
      *    it against each other. A cliente message is addressed to
      *    the preferred active contato -- e-mail when there is one,
      *    SMS to the phone otherwise; a cliente with no reachable
      *    contato answers sem-contato and nothing is queued.
       0000-controle.

           OPEN      I-O          ARQMENSAGEM.
           IF        FS-ARQMENSAGEM EQUAL        '05'
            OR       FS-ARQMENSAGEM EQUAL        '35'
               CLOSE      ARQMENSAGEM
               OPEN       OUTPUT      ARQMENSAGEM
               CLOSE      ARQMENSAGEM
               OPEN       I-O         ARQMENSAGEM
           END-IF.

           IF        FS-ARQMENSAGEM NOT EQUAL    ZEROS
               SET   wk-mn-indisponivel          TO         TRUE
           ELSE
               SET   wk-mn-enfileirada           TO         TRUE
               MOVE  ZEROS          TO           wk-esc-seq
               MOVE  'E'            TO           wk-esc-canal
               MOVE  SPACES         TO           wk-esc-endereco
               IF    wk-mn-contato
                   PERFORM          0010-ESCOLHE-CONTATO
               END-IF
               IF    wk-mn-enfileirada
                   PERFORM          0020-GRAVA-MENSAGEM
               END-IF
               CLOSE ARQMENSAGEM
           END-IF.
           EXIT PROGRAM.
      *-----------------------------------------------------------------
       0010-ESCOLHE-CONTATO.

           MOVE      'N'            TO           wk-fim-contatos.
           OPEN      INPUT        ARQCONTATO.
           IF        FS-ARQCONTATO  NOT EQUAL    ZEROS
               MOVE  'S'            TO           wk-fim-contatos
           ELSE
               MOVE  wk-mn-cliente-codigo TO
                                    arqcontato-cliente-codigo
               MOVE  ZEROS          TO           arqcontato-sequencia
               START ARQCONTATO     KEY IS       NOT LESS
                                    ARQCONTATO-CHAVE
                INVALID KEY
                 MOVE 'S'           TO           wk-fim-contatos
               END-START
               PERFORM              0011-LE-CONTATO
                 UNTIL wk-fim-contatos EQUAL     'S'
               CLOSE ARQCONTATO
           END-IF.
           IF        wk-esc-endereco EQUAL       SPACES
               SET   wk-mn-sem-contato           TO         TRUE
           END-IF.
      *-----------------------------------------------------------------
      *    The first active contato with an address is kept until a
      *    preferred one turns up; the preferred one ends the search.
       0011-LE-CONTATO.

           READ      ARQCONTATO     NEXT RECORD
            AT END
             MOVE    'S'            TO           wk-fim-contatos
            NOT AT END
             IF      arqcontato-cliente-codigo NOT EQUAL
                                    wk-mn-cliente-codigo
                 MOVE 'S'           TO           wk-fim-contatos
             ELSE
                 IF   arqcontato-ativo
                  AND ( arqcontato-email NOT EQUAL SPACES
                   OR   arqcontato-telefone NOT EQUAL SPACES )
                     IF   wk-esc-endereco EQUAL  SPACES
                      OR  arqcontato-preferido
                         PERFORM    0012-GUARDA-CONTATO
                     END-IF
                     IF   arqcontato-preferido
                         MOVE 'S'   TO           wk-fim-contatos
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *-----------------------------------------------------------------
       0012-GUARDA-CONTATO.

           MOVE      arqcontato-sequencia TO     wk-esc-seq.
           IF        arqcontato-email NOT EQUAL  SPACES
               MOVE  'E'            TO           wk-esc-canal
               MOVE  arqcontato-email TO         wk-esc-endereco
           ELSE
               MOVE  'S'            TO           wk-esc-canal
               MOVE  arqcontato-telefone TO      wk-esc-endereco
           END-IF.
      *-----------------------------------------------------------------
      *    Two messages queued in the same hundredth of a second take
      *    the next sequencia.
       0020-GRAVA-MENSAGEM.

           INITIALIZE                arqmensagem-registro.
           ACCEPT    arqmensagem-data         FROM          DATE.
           ACCEPT    arqmensagem-hora         FROM          TIME.
           MOVE      ZEROS          TO           arqmensagem-sequencia.
           MOVE      wk-mn-dest-tipo TO          arqmensagem-dest-tipo.
           MOVE      wk-mn-vendedor-codigo TO
                                    arqmensagem-vendedor-codigo.
           MOVE      wk-mn-cliente-codigo TO
                                    arqmensagem-cliente-codigo.
           MOVE      wk-esc-seq     TO
                                    arqmensagem-contato-seq.
           MOVE      wk-mn-operador-codigo TO    arqmensagem-operador.
           MOVE      wk-esc-canal   TO           arqmensagem-canal.
           MOVE      wk-esc-endereco TO          arqmensagem-endereco.
           MOVE      wk-mn-modelo   TO           arqmensagem-modelo.
           MOVE      wk-mn-assunto  TO           arqmensagem-assunto.
           MOVE      wk-mn-texto    TO           arqmensagem-texto.
           MOVE      wk-mn-programa TO           arqmensagem-programa.
           SET       arqmensagem-pendente        TO         TRUE.
           MOVE      'N'            TO           wk-gravada.
           PERFORM   0021-TENTA-GRAVAR
             UNTIL   wk-gravada     EQUAL        'S'.
      *-----------------------------------------------------------------
       0021-TENTA-GRAVAR.

           WRITE     arqmensagem-registro
            INVALID KEY
             IF      arqmensagem-sequencia <     9999
                 ADD  1             TO           arqmensagem-sequencia
             ELSE
                 SET  wk-mn-indisponivel         TO         TRUE
                 MOVE 'S'           TO           wk-gravada
             END-IF
            NOT INVALID KEY
             MOVE    'S'            TO           wk-gravada
           END-WRITE.

           end program enviamensagem.
