           copy "arqsolicitacaoselect.cpy".
           copy "arqlgpdselect.cpy".
           copy "arqcobtempselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqriscoselect.cpy".
           copy "arqpesquisaselect.cpy".

       data division.

           copy "arqsolicitacaofd.cpy".
           copy "arqlgpdfd.cpy".
           copy "arqcobtempfd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqriscofd.cpy".
           copy "arqpesquisafd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
           01  wk-operador-sessao       pic x(010) value spaces.
           01  wk-caminho-arqcobtemp    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cobtemp.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-tem-titulo            pic x(001) value 'N'.
           01  wk-caminho-arqrisco      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\risco.dat".
      *    Latest churn-risk score of the client and the one before
      *    it, so the attendant sees which way the client is heading.
           01  wk-risco.
              05 wk-tem-risco           pic x(001) value 'N'.
              05 wk-risco-score         pic 9(003) value zeros.
              05 wk-risco-anterior      pic 9(003) value zeros.
              05 wk-risco-situacao      pic x(001) value spaces.
           01  wk-caminho-arqpesquisa   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pesquisa.dat".
      *    Latest satisfaction answer of the client.
           01  wk-nps-cliente.
              05 wk-tem-pesquisa        pic x(001) value 'N'.
              05 wk-nps-nota            pic 9(002) value zeros.
              05 wk-nps-data            pic 9(008) value zeros.
           01  wk-cobertura.
              05 wk-tem-cobtemp         pic x(001) value 'N'.
              05 wk-cob-hoje            pic 9(008) value zeros.

           01  wk-ficha.
              05 wk-raz-soc             pic x(040) value spaces.
              05 wk-cnpj-exibe          pic x(018) value spaces.
              05 wk-endereco            pic x(060) value spaces.
              05 wk-cidade-uf           pic x(035) value spaces.
              05 wk-status              pic x(001) value spaces.
              05 wk-vend-l2-linha       pic x(001) value spaces.
              05 wk-vend-l2-codigo      pic 9(007) value zeros.
              05 wk-vend-l2-nome        pic x(040) value spaces.
      *       What the client still owes: open parcelas net of the
      *       partial payments already received.
              05 wk-saldo-aberto        pic 9(011)v9(002) value zeros.

      *    The two most recent reassignments and the last pending
      *    reatribuicao flag -- what the headset conversation needs,
              05 wk-pl-linha            occurs 10 pic x(072).
           01  wk-pl-monta.
              05 wk-pl-texto            pic x(072) value spaces.
              05 wk-saldo-titulo        pic zzz.zzz.zz9,99.

           01  wk-ocorrencias.
              05 wk-tem-ocorrencia      pic x(001) value 'N'.
              05 wk-qtd-abertas         pic 9(004) value zeros.
              05 wk-ocorr-resumo        pic x(060) value spaces.

           copy "arqencadeiacalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqhistoricofs.cpy".
           copy "arqsolicitacaofs.cpy".
           copy "arqlgpdfs.cpy".
           copy "arqcobtempfs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqriscofs.cpy".
           copy "arqpesquisafs.cpy".

           copy "arqmascaracalc.cpy".

           01  wk-contato-fone          pic x(060) value spaces.
           01  wk-contato-email         pic x(060) value spaces.

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
                         "Codigo".
               05  line  2   col  25   using wk-codigo.
               05  line  2   col  45 value "CNPJ".
               05  line  2   col  55   using wk-cnpj-exibe.
               05  line  3   col  05 value
                         "Razao social".
               05  line  3   col  25   using wk-raz-soc.
               05  line  6   col  05 value
                         "Situacao".
               05  line  6   col  25   using wk-status.
               05  line  7   col  05 value
                         "Saldo em aberto".
               05  line  7   col  25   using wk-saldo-aberto.
               05  line  8   col  05 value
                         "Vendedor atual".
               05  line  8   col  25   using wk-vend-codigo.
               05  line  9   col  05 value
                         "Distancia (KM)".
               05  line  9   col  25   using wk-distancia.
               05  line  9   col  45 value "Risco evasao".
               05  line  9   col  58   using wk-risco-score.
               05  line  9   col  62   using wk-risco-situacao.
               05  line  9   col  64 value "ant.".
               05  line  9   col  69   using wk-risco-anterior.
               05  line  7   col  45 value "NPS ultima".
               05  line  7   col  58   using wk-nps-nota.
               05  line  7   col  62   using wk-nps-data.
               05  line  21  col  05 value
                         "Em cobertura temporaria por".
               05  line  21  col  33   using wk-cob-atuante.
               05  line  18  col  32   using wk-ocorr-resumo.
               05  line  19  col  05 value
                         "Paineis: 1 Vendas 2 Contatos 3 Triagem".
               05  line  19  col  44 value
                         "4 Solicit.".
               05  line  20  col  05 value
                         "5 Ocorr. 6 Titulos 7 Risco 9 Volta".
               05  line  20  col  43   using wk-painel-opcao.
      *-----------------------------------------------------------------
           01  SC-TELA-PAINEL.
           END-IF.

           CALL      'operadoratual' USING       wk-operador-sessao.
           SET       wk-mk-privilegio            TO          TRUE.
           CALL      'mascaradados' USING        wk-mascara.
           OPEN      INPUT        ARQCOBTEMP.
           IF        FS-ARQCOBTEMP  EQUAL        ZEROS
               MOVE  'S'            TO           wk-tem-cobtemp
           END-IF.
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   EQUAL        ZEROS
               MOVE  'S'            TO           wk-tem-titulo
           END-IF.
           OPEN      INPUT        ARQRISCO.
           IF        FS-ARQRISCO    EQUAL        ZEROS
               MOVE  'S'            TO           wk-tem-risco
           END-IF.
           OPEN      INPUT        ARQPESQUISA.
           IF        FS-ARQPESQUISA EQUAL        ZEROS
               MOVE  'S'            TO           wk-tem-pesquisa
           END-IF.
           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL        '05'
               OPEN       OUTPUT      ARQLGPD
           MOVE      arqcliente-codigo TO
                                    arqlgpd-cliente-codigo.
           MOVE      '02.05'        TO           arqlgpd-tela.
           SET       arqlgpd-de-cliente          TO          TRUE.
           MOVE      wk-mk-completo TO           arqlgpd-completo.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'LGPD'         TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqlgpd-registro.
           WRITE     arqlgpd-registro.
      *---------------------------------------------------------------
      *    While an ausencia window is open, the acting vendedor is
             PERFORM 0034-PAINEL-SOLICITACOES
            WHEN     5
             PERFORM 0035-PAINEL-OCORRENCIAS
            WHEN     6
             PERFORM 0038-PAINEL-TITULOS
            WHEN     7
             PERFORM 0039-PAINEL-RISCO
            WHEN     OTHER
             MOVE    9              TO           wk-painel-opcao
           END-EVALUATE.
                 MOVE '10'          TO           FS-ARQCONTATO
             ELSE
              IF     arqcontato-ativo
                 PERFORM            0032B-MASCARA-CONTATO
                 MOVE SPACES        TO           wk-pl-texto
                 STRING arqcontato-nome DELIMITED BY '  '
                        ' '         DELIMITED BY SIZE
                        wk-contato-fone DELIMITED BY '  '
                        ' '         DELIMITED BY SIZE
                        wk-contato-email DELIMITED BY '  '
                        INTO wk-pl-texto
                 PERFORM            0037-INSERE-LINHA
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Telefone and e-mail go through the same masking as the
      *    CNPJ on the ficha.
       0032B-MASCARA-CONTATO.

           SET       wk-mk-telefone TO           TRUE.
           MOVE      arqcontato-telefone TO      wk-mk-texto.
           CALL      'mascaradados' USING        wk-mascara.
           MOVE      wk-mk-exibicao TO           wk-contato-fone.
           SET       wk-mk-email    TO           TRUE.
           MOVE      arqcontato-email TO         wk-mk-texto.
           CALL      'mascaradados' USING        wk-mascara.
           MOVE      wk-mk-exibicao TO           wk-contato-email.
      *---------------------------------------------------------------
      *    The triage key leads with the tipo, so the client's items
      *    are found by a full sweep -- the file is small, it only
      *    holds what the desk has not cleaned up yet.
                 PERFORM            0037-INSERE-LINHA
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The open parcelas of the client off the cliente alternate
      *    key of arqtitulo, each with the saldo still owed.
       0038-PAINEL-TITULOS.

           PERFORM   0036-LIMPA-PAINEL.
           MOVE      'TITULOS EM ABERTO (SALDO)' TO wk-pl-titulo.
           IF        wk-tem-titulo  EQUAL        'S'
               PERFORM              0026-POSICIONA-TITULOS
               PERFORM              0038A-LE-TITULO-PAINEL
                 UNTIL FS-ARQTITULO EQUAL        '10'
               MOVE  ZEROS          TO           FS-ARQTITULO
           END-IF.
           DISPLAY   SC-TELA-PAINEL.
           ACCEPT    SC-TELA-PAINEL.
      *---------------------------------------------------------------
       0038A-LE-TITULO-PAINEL.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO           FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
                 COMPUTE wk-saldo-titulo = arqtitulo-valor
                                         - arqtitulo-valor-pago
                 MOVE SPACES        TO           wk-pl-texto
                 STRING 'NF '       DELIMITED BY SIZE
                        arqtitulo-numero-nf DELIMITED BY SIZE
                        '/'         DELIMITED BY SIZE
                        arqtitulo-parcela DELIMITED BY SIZE
                        ' VENC '    DELIMITED BY SIZE
                        arqtitulo-vencimento DELIMITED BY SIZE
                        ' SALDO '   DELIMITED BY SIZE
                        wk-saldo-titulo DELIMITED BY SIZE
                        INTO wk-pl-texto
                 PERFORM            0037-INSERE-LINHA
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The score history of the client, oldest first -- the last
      *    ten runs survive, enough to read the trend.
       0039-PAINEL-RISCO.

           PERFORM   0036-LIMPA-PAINEL.
           MOVE      'HISTORICO DO RISCO DE EVASAO' TO wk-pl-titulo.
           IF        wk-tem-risco   EQUAL        'S'
               PERFORM              0027-POSICIONA-RISCO
               PERFORM              0039A-LE-RISCO-PAINEL
                 UNTIL FS-ARQRISCO  EQUAL        '10'
               MOVE  ZEROS          TO           FS-ARQRISCO
           END-IF.
           DISPLAY   SC-TELA-PAINEL.
           ACCEPT    SC-TELA-PAINEL.
      *---------------------------------------------------------------
       0039A-LE-RISCO-PAINEL.

           READ      ARQRISCO       NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQRISCO
            NOT AT END
             IF      arqrisco-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO           FS-ARQRISCO
             ELSE
                 MOVE SPACES        TO           wk-pl-texto
                 STRING arqrisco-data DELIMITED BY SIZE
                        ' SCORE '   DELIMITED BY SIZE
                        arqrisco-score DELIMITED BY SIZE
                        ' '         DELIMITED BY SIZE
                        arqrisco-situacao DELIMITED BY SIZE
                        ' FREQ '    DELIMITED BY SIZE
                        arqrisco-pontos-frequencia DELIMITED BY SIZE
                        ' VALOR '   DELIMITED BY SIZE
                        arqrisco-pontos-valor DELIMITED BY SIZE
                        ' ATRASO '  DELIMITED BY SIZE
                        arqrisco-pontos-atraso DELIMITED BY SIZE
                        ' OCORR '   DELIMITED BY SIZE
                        arqrisco-pontos-ocorrencia DELIMITED BY SIZE
                        ' VISITA '  DELIMITED BY SIZE
                        arqrisco-pontos-visita DELIMITED BY SIZE
                        INTO wk-pl-texto
                 PERFORM            0037A-INSERE-RECENTE
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0021-MONTA-FICHA.

           MOVE      arqcliente-codigo TO        wk-codigo.
           MOVE      arqcliente-cnpj TO          wk-cnpj.
           SET       wk-mk-cnpj     TO           TRUE.
           MOVE      arqcliente-cnpj TO          wk-mk-numero.
           CALL      'mascaradados' USING        wk-mascara.
           MOVE      wk-mk-exibicao TO           wk-cnpj-exibe.
           MOVE      arqcliente-raz-soc TO       wk-raz-soc.
           MOVE      SPACES         TO           wk-endereco.
           STRING    arqcliente-logradouro DELIMITED BY '  '
           PERFORM   0023-BUSCA-REATRIBUICAO.
           PERFORM   0024-BUSCA-OCORRENCIAS.
           PERFORM   0025-BUSCA-COBERTURA.
           PERFORM   0026-BUSCA-SALDO.
           PERFORM   0027-BUSCA-RISCO.
           PERFORM   0028-BUSCA-NPS.
      *---------------------------------------------------------------
      *    arqrisco comes back in date order within the client, so
      *    the last row read is the latest score.
       0027-BUSCA-RISCO.

           MOVE      ZEROS          TO           wk-risco-score
                                                  wk-risco-anterior.
           MOVE      SPACES         TO           wk-risco-situacao.
           IF        wk-tem-risco   EQUAL        'S'
               PERFORM              0027-POSICIONA-RISCO
               PERFORM              0027A-LE-RISCO
                 UNTIL FS-ARQRISCO  EQUAL        '10'
               MOVE  ZEROS          TO           FS-ARQRISCO
           END-IF.
      *---------------------------------------------------------------
       0027-POSICIONA-RISCO.

           MOVE      arqcliente-codigo TO
                                    arqrisco-cliente-codigo.
           MOVE      ZEROS          TO           arqrisco-data.
           START     ARQRISCO       KEY IS       NOT LESS
                                    ARQRISCO-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQRISCO
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQRISCO
           END-START.
      *---------------------------------------------------------------
       0027A-LE-RISCO.

           READ      ARQRISCO       NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQRISCO
            NOT AT END
             IF      arqrisco-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO           FS-ARQRISCO
             ELSE
                 MOVE wk-risco-score TO          wk-risco-anterior
                 MOVE arqrisco-score TO          wk-risco-score
                 MOVE arqrisco-situacao TO       wk-risco-situacao
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    arqpesquisa is keyed by client and month, so the last row
      *    read for the client is the latest answer.
       0028-BUSCA-NPS.

           MOVE      ZEROS          TO           wk-nps-nota
                                                  wk-nps-data.
           IF        wk-tem-pesquisa EQUAL       'S'
               MOVE  arqcliente-codigo TO
                                    arqpesquisa-cliente-codigo
               MOVE  ZEROS          TO           arqpesquisa-periodo
               START ARQPESQUISA    KEY IS       NOT LESS
                                    ARQPESQUISA-CHAVE
                INVALID KEY
                 MOVE '10'          TO           FS-ARQPESQUISA
                NOT INVALID KEY
                 MOVE ZEROS         TO           FS-ARQPESQUISA
               END-START
               PERFORM              0028A-LE-PESQUISA
                 UNTIL FS-ARQPESQUISA EQUAL      '10'
               MOVE  ZEROS          TO           FS-ARQPESQUISA
           END-IF.
      *---------------------------------------------------------------
       0028A-LE-PESQUISA.

           READ      ARQPESQUISA    NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQPESQUISA
            NOT AT END
             IF      arqpesquisa-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO           FS-ARQPESQUISA
             ELSE
                 MOVE arqpesquisa-nota TO        wk-nps-nota
                 MOVE arqpesquisa-data TO        wk-nps-data
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0026-BUSCA-SALDO.

           MOVE      ZEROS          TO           wk-saldo-aberto.
           IF        wk-tem-titulo  EQUAL        'S'
               PERFORM              0026-POSICIONA-TITULOS
               PERFORM              0026A-SOMA-SALDO
                 UNTIL FS-ARQTITULO EQUAL        '10'
               MOVE  ZEROS          TO           FS-ARQTITULO
           END-IF.
      *---------------------------------------------------------------
       0026-POSICIONA-TITULOS.

           MOVE      arqcliente-codigo TO
                                    arqtitulo-cliente-codigo.
           START     ARQTITULO      KEY IS       EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
            INVALID KEY
             MOVE    '10'           TO           FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQTITULO
           END-START.
      *---------------------------------------------------------------
       0026A-SOMA-SALDO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE '10'          TO           FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
                 COMPUTE wk-saldo-aberto = wk-saldo-aberto
                                         + arqtitulo-valor
                                         - arqtitulo-valor-pago
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Keeps the two most recent arqhistorico rows for this
      *    client -- each new hit pushes the previous one down.
           IF        wk-tem-cobtemp EQUAL        'S'
               CLOSE ARQCOBTEMP
           END-IF.
           IF        wk-tem-titulo  EQUAL        'S'
               CLOSE ARQTITULO
           END-IF.
           IF        wk-tem-risco   EQUAL        'S'
               CLOSE ARQRISCO
           END-IF.
           IF        wk-tem-pesquisa EQUAL       'S'
               CLOSE ARQPESQUISA
           END-IF.
           GOBACK.
           exit program.

