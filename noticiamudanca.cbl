              05 wk-achou               pic x(001) value 'N'.
              05 wk-vendedor-atual      pic 9(007) value zeros.
              05 wk-af-estouro          pic x(001) value 'N'.
              05 wk-qtd-ganhou          pic 9(005) value zeros.
              05 wk-qtd-perdeu          pic 9(005) value zeros.

           01  wk-run-id                pic 9(007) value zeros.

              05 filler                 pic x(002) value spaces.
              05 wk-not-distancia       pic -99999,99 value zeros.

           copy "arqmensagemcalc.cpy".

           copy "arqhistoricofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
                     INTO arqnoticia-linha.
           WRITE     arqnoticia-linha.

           MOVE      ZEROS          TO           wk-qtd-ganhou
                                                  wk-qtd-perdeu.
           OPEN      INPUT        ARQHISTORICO.
           PERFORM   0031-LE-MUDANCA
             UNTIL   FS-ARQHISTORICO EQUAL       '10'.
           CLOSE     ARQHISTORICO.

           CLOSE     ARQNOTICIA.
           PERFORM   0033-ENFILEIRA-AVISO.
      *---------------------------------------------------------------
       0031-LE-MUDANCA.

                 IF   arqhistorico-vendedor-novo EQUAL
                                    wk-af-codigo(wk-af-idx)
                     MOVE 'GANHOU'  TO           wk-not-tipo
                     ADD  1         TO           wk-qtd-ganhou
                     PERFORM        0032-GRAVA-LINHA
                 END-IF
                 IF   arqhistorico-vendedor-anterior EQUAL
                                    wk-af-codigo(wk-af-idx)
                     MOVE 'PERDEU'  TO           wk-not-tipo
                     ADD  1         TO           wk-qtd-perdeu
                     PERFORM        0032-GRAVA-LINHA
                 END-IF
             END-IF
           MOVE      arqhistorico-distancia-nova TO wk-not-distancia.
           MOVE      wk-linha-noticia TO         arqnoticia-linha.
           WRITE     arqnoticia-linha.
      *---------------------------------------------------------------
      *    The vendedor also gets the news through the message spool,
      *    so nobody has to e-mail the printout by hand; the notice
      *    file stays the detail the message points to.
       0033-ENFILEIRA-AVISO.

           INITIALIZE                wk-envia-mensagem.
           SET       wk-mn-vendedor TO           TRUE.
           MOVE      wk-af-codigo(wk-af-idx) TO  wk-mn-vendedor-codigo.
           MOVE      'CARTEIRA'     TO           wk-mn-modelo.
           MOVE      'noticiamudanca' TO         wk-mn-programa.
           STRING    'Mudancas de carteira - execucao '
                     DELIMITED BY SIZE
                     wk-run-id      DELIMITED BY SIZE
                     INTO wk-mn-assunto.
           STRING    'Clientes recebidos: ' DELIMITED BY SIZE
                     wk-qtd-ganhou  DELIMITED BY SIZE
                     '. Clientes transferidos: ' DELIMITED BY SIZE
                     wk-qtd-perdeu  DELIMITED BY SIZE
                     '. Enderecos e distancias no aviso '
                     DELIMITED BY SIZE
                     'aviso'        DELIMITED BY SIZE
                     wk-af-codigo(wk-af-idx) DELIMITED BY SIZE
                     '.txt.'        DELIMITED BY SIZE
                     INTO wk-mn-texto.
           CALL      'enviamensagem' USING       wk-envia-mensagem.
      *---------------------------------------------------------------
       9999-fim-programa.

