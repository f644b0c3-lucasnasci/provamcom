       program-id. relatoriotitular as "relatoriotitular".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqcontatoselect.cpy".
           copy "arqocorrenciaselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqhistoricoselect.cpy".
           copy "arqauditoriaselect.cpy".
           copy "arqlgpdselect.cpy".
           copy "arqarquivoselect.cpy".
           copy "arqreltitularselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqcontatofd.cpy".
           copy "arqocorrenciafd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqhistoricofd.cpy".
           copy "arqauditoriafd.cpy".
           copy "arqlgpdfd.cpy".
           copy "arqarquivofd.cpy".
           copy "arqreltitularfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqcontato    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\contato.dat".
           01  wk-caminho-arqocorrencia pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ocorrencia.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqhistorico  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\historico.dat".
           01  wk-caminho-arqlgpd       pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".
           01  wk-caminho-arqarquivo    pic x(070) value spaces.
           01  wk-caminho-arqreltitular pic x(070) value spaces.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-fim-leitura         pic x(001) value 'N'.
              05 wk-tem-cliente         pic x(001) value 'N'.
              05 wk-tem-contato         pic x(001) value 'N'.
              05 wk-tem-ocorrencia      pic x(001) value 'N'.
              05 wk-tem-visita          pic x(001) value 'N'.
              05 wk-tem-venda           pic x(001) value 'N'.
              05 wk-tem-titulo          pic x(001) value 'N'.

           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-hoje-r redefines wk-hoje.
              05 wk-hj-ano              pic 9(004).
              05 wk-hj-mmdd             pic 9(004).
           01  wk-agora                 pic 9(008) value zeros.

      *    What the requester identified themself by: the company's
      *    CNPJ, or their own name or e-mail as a contact person.
           01  wk-busca.
              05 wk-bs-cnpj             pic 9(014) value zeros.
              05 wk-bs-nome             pic x(040) value spaces.
              05 wk-bs-email            pic x(040) value spaces.

      *    The clients the request reaches -- one by CNPJ, or every
      *    client the contact person is registered under.
           01  wk-titulares.
              05 wk-tt-qtd              pic 9(003) comp value zeros.
              05 wk-tt-idx              pic 9(003) comp value zeros.
              05 wk-tt-busca            pic 9(003) comp value zeros.
              05 wk-tt-achou            pic x(001) value 'N'.
              05 wk-tt-codigo           occurs 50 pic 9(007).

      *    The pass over the yearly archives of arquivamorto: which
      *    log is being read and the year in flight.
           01  wk-passe.
              05 wk-ps-log              pic x(001) value spaces.
                 88 wk-ps-auditoria     value 'A'.
                 88 wk-ps-historico     value 'H'.
                 88 wk-ps-lgpd          value 'L'.
              05 wk-ps-prefixo          pic x(010) value spaces.
              05 wk-ps-ano              pic 9(004) value zeros.

           01  wk-contagem.
              05 wk-ct-secao            pic 9(005) value zeros.
              05 wk-tot-clientes        pic 9(003) value zeros.
              05 wk-tot-linhas          pic 9(007) value zeros.

           01  wk-lin-texto             pic x(132) value spaces.
           01  wk-lin-vazia             pic x(132) value spaces.
           01  wk-ed-valor              pic zzz.zzz.zz9,99.
           01  wk-ed-valor-2            pic zzz.zzz.zz9,99.
           01  wk-arquivo-exibe         pic x(040) value spaces.

           01  wk-lin-titulo.
              05 filler                 pic x(050) value
                 "RELATORIO DO TITULAR DE DADOS PESSOAIS (LGPD)".
              05 filler                 pic x(012) value
                 "   EMITIDO  ".
              05 wk-lti-hoje            pic 9(008).
              05 filler                 pic x(004) value " AS ".
              05 wk-lti-hora            pic 9(006).
           01  wk-lin-secao.
              05 filler                 pic x(004) value "--- ".
              05 wk-ls-titulo           pic x(060).
           01  wk-lin-nenhum            pic x(030) value
               "    (nenhum registro)".
           01  wk-lin-assinatura        pic x(050) value
               "RESPONSAVEL PELA RESPOSTA: _______________________".

           copy "arqencadeiacalc.cpy".
           copy "arqmascaracalc.cpy".

           copy "arqclientefs.cpy".
           copy "arqcontatofs.cpy".
           copy "arqocorrenciafs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqhistoricofs.cpy".
           copy "arqauditoriafs.cpy".
           copy "arqlgpdfs.cpy".
           copy "arqarquivofs.cpy".
           copy "arqreltitularfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RELATORIO DO TITULAR (LGPD)".
               05  line  3   col  05 value
                         "CNPJ do cliente".
               05  line  3   col  25   using wk-bs-cnpj.
               05  line  4   col  05 value
                         "ou nome do contato".
               05  line  4   col  25   using wk-bs-nome.
               05  line  5   col  05 value
                         "ou e-mail do contato".
               05  line  5   col  25   using wk-bs-email.
               05  line  7   col  05 value
                         "1 Gerar / 9 Encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  10  col  05   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RELATORIO DO TITULAR GERADO".
               05  line  3   col  05 VALUE
                         "Arquivo".
               05  line  3   col  25   using wk-arquivo-exibe.
               05  line  4   col  05 VALUE
                         "Clientes incluidos".
               05  line  4   col  40   using wk-tot-clientes.
               05  line  5   col  05 VALUE
                         "Linhas gravadas".
               05  line  5   col  40   using wk-tot-linhas.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    The report hands a data subject everything held on them,
      *    unmasked -- only an operator cleared for personal data
      *    may produce it.
       0000-controle.

       INITIALIZE    wk-workarea.

           SET       wk-mk-privilegio            TO          TRUE.
           CALL      'mascaradados' USING       wk-mascara.
           IF        NOT wk-mk-sem-mascara
               MOVE  'N'            TO          fl-ok
               MOVE  'Operador sem acesso a dados pessoais'
                                    TO          wk-msg
           END-IF.

           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           ELSE
               MOVE  'S'            TO          wk-tem-cliente
           END-IF.
      *    A file never created just leaves its section empty.
           OPEN      INPUT        ARQCONTATO.
           IF        FS-ARQCONTATO  EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-contato
           END-IF.
           OPEN      INPUT        ARQOCORRENCIA.
           IF        FS-ARQOCORRENCIA EQUAL     ZEROS
               MOVE  'S'            TO          wk-tem-ocorrencia
           END-IF.
           OPEN      INPUT        ARQVISITA.
           IF        FS-ARQVISITA   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-visita
           END-IF.
           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-venda
           END-IF.
           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO   EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-titulo
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-LOCALIZA-TITULAR
             IF        wk-tt-qtd     EQUAL      ZEROS
               IF      wk-msg        EQUAL      SPACES
                 MOVE  'Nenhum cliente ou contato encontrado'
                                     TO         wk-msg
               END-IF
             ELSE
               PERFORM 0030-GERA-RELATORIO
               DISPLAY SC-TELA-RESUMO
               ACCEPT  SC-TELA-RESUMO
               INITIALIZE           wk-busca
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A CNPJ names one client. A name or e-mail is looked up
      *    in every client's contacts, and each client it is found
      *    under goes into the report.
       0020-LOCALIZA-TITULAR.

           MOVE      ZEROS          TO          wk-tt-qtd.
           EVALUATE  TRUE
            WHEN     wk-bs-cnpj     NOT EQUAL   ZEROS
             MOVE    wk-bs-cnpj     TO          arqcliente-cnpj
             READ    ARQCLIENTE     KEY IS      ARQCLIENTE-CNPJ
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               MOVE  1              TO          wk-tt-qtd
               MOVE  arqcliente-codigo TO       wk-tt-codigo(1)
             END-READ
            WHEN     wk-bs-nome     EQUAL       SPACES
             AND     wk-bs-email    EQUAL       SPACES
             MOVE    'Informe o CNPJ, o nome ou o e-mail'
                                    TO          wk-msg
            WHEN     wk-tem-contato NOT EQUAL   'S'
             CONTINUE
            WHEN     OTHER
             MOVE    LOW-VALUES     TO          arqcontato-chave
             MOVE    'N'            TO          wk-fim-leitura
             START   ARQCONTATO     KEY IS      NOT LESS
                                    ARQCONTATO-CHAVE
              INVALID KEY
               MOVE  'S'            TO          wk-fim-leitura
             END-START
             PERFORM 0021-PROCURA-CONTATO
               UNTIL wk-fim-leitura EQUAL       'S'
           END-EVALUATE.
      *---------------------------------------------------------------
       0021-PROCURA-CONTATO.

           READ      ARQCONTATO     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             PERFORM 0022-CONFERE-CONTATO
             IF      wk-tt-achou    EQUAL       'S'
                 MOVE 'N'           TO          wk-tt-achou
                 PERFORM            0023-PROCURA-CODIGO
                   VARYING wk-tt-busca FROM     1
                     BY    1
                     UNTIL wk-tt-busca >        wk-tt-qtd
                      OR   wk-tt-achou EQUAL    'S'
                 IF   wk-tt-achou   NOT EQUAL   'S'
                  AND wk-tt-qtd     <           50
                     ADD  1         TO          wk-tt-qtd
                     MOVE arqcontato-cliente-codigo TO
                                    wk-tt-codigo(wk-tt-qtd)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Names and e-mails are compared without regard to case;
      *    either one matching is enough.
       0022-CONFERE-CONTATO.

           MOVE      'N'            TO          wk-tt-achou.
           IF        wk-bs-nome     NOT EQUAL   SPACES
            AND      FUNCTION UPPER-CASE(arqcontato-nome) EQUAL
                     FUNCTION UPPER-CASE(wk-bs-nome)
               MOVE  'S'            TO          wk-tt-achou
           END-IF.
           IF        wk-bs-email    NOT EQUAL   SPACES
            AND      FUNCTION UPPER-CASE(arqcontato-email) EQUAL
                     FUNCTION UPPER-CASE(wk-bs-email)
               MOVE  'S'            TO          wk-tt-achou
           END-IF.
      *---------------------------------------------------------------
       0023-PROCURA-CODIGO.

           IF        wk-tt-codigo(wk-tt-busca) EQUAL
                                    arqcontato-cliente-codigo
               MOVE  'S'            TO          wk-tt-achou
           END-IF.
      *---------------------------------------------------------------
      *    One file per request, named by the moment it was made,
      *    so an earlier answer is never overwritten.
       0030-GERA-RELATORIO.

           ACCEPT    wk-hoje        FROM        DATE.
           ACCEPT    wk-agora       FROM        TIME.
           MOVE      ZEROS          TO          wk-tot-clientes
                                                 wk-tot-linhas.
           MOVE      SPACES         TO          wk-caminho-arqreltitular
                                                 wk-arquivo-exibe.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\titular"
                     wk-hoje wk-agora(1:6) ".txt" DELIMITED BY SIZE
                     INTO wk-caminho-arqreltitular.
           STRING    "titular" wk-hoje wk-agora(1:6) ".txt"
                     DELIMITED BY SIZE INTO wk-arquivo-exibe.
           OPEN      OUTPUT       ARQRELTITULAR.
           MOVE      wk-hoje        TO          wk-lti-hoje.
           MOVE      wk-agora(1:6)  TO          wk-lti-hora.
           WRITE     arqreltitular-linha FROM   wk-lin-titulo.
           MOVE      SPACES         TO          wk-lin-texto.
           EVALUATE  TRUE
            WHEN     wk-bs-cnpj     NOT EQUAL   ZEROS
             STRING  'SOLICITADO PELO CNPJ ' wk-bs-cnpj
                     DELIMITED BY SIZE INTO wk-lin-texto
            WHEN     wk-bs-nome     NOT EQUAL   SPACES
             STRING  'SOLICITADO PELO CONTATO ' wk-bs-nome
                     DELIMITED BY SIZE INTO wk-lin-texto
            WHEN     OTHER
             STRING  'SOLICITADO PELO E-MAIL ' wk-bs-email
                     DELIMITED BY SIZE INTO wk-lin-texto
           END-EVALUATE.
           PERFORM   0090-GRAVA-LINHA.

           PERFORM   0031-RELATA-CLIENTE
             VARYING wk-tt-idx      FROM        1
               BY    1
               UNTIL wk-tt-idx      >           wk-tt-qtd.

           MOVE      wk-lin-vazia   TO          wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
           MOVE      wk-lin-assinatura TO       wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
           CLOSE     ARQRELTITULAR.
           PERFORM   0080-REGISTRA-GERACAO.
      *---------------------------------------------------------------
      *    The views are read before this run logs its own, so the
      *    report shows who had looked before the request.
       0031-RELATA-CLIENTE.

           MOVE      wk-tt-codigo(wk-tt-idx) TO arqcliente-codigo.
           READ      ARQCLIENTE     KEY IS      ARQCLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             ADD     1              TO          wk-tot-clientes
             PERFORM 0032-DADOS-CADASTRAIS
             PERFORM 0035-HISTORICO-ENDERECO
             PERFORM 0040-CONTATOS
             PERFORM 0042-OCORRENCIAS
             PERFORM 0044-VISITAS
             PERFORM 0046-VENDAS
             PERFORM 0048-TITULOS
             PERFORM 0050-ATRIBUICOES
             PERFORM 0055-VISUALIZACOES
           END-READ.
      *---------------------------------------------------------------
       0032-DADOS-CADASTRAIS.

           MOVE      wk-lin-vazia   TO          wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
           MOVE      'DADOS CADASTRAIS'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           SET       wk-mk-cnpj     TO          TRUE.
           MOVE      arqcliente-cnpj TO         wk-mk-numero.
           CALL      'mascaradados' USING       wk-mascara.
           MOVE      SPACES         TO          wk-lin-texto.
           STRING    '    CODIGO ' arqcliente-codigo
                     '  CNPJ ' wk-mk-exibicao(1:18)
                     '  RAZAO SOCIAL ' arqcliente-raz-soc
                     DELIMITED BY SIZE INTO wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
           MOVE      SPACES         TO          wk-lin-texto.
           STRING    '    ENDERECO ' arqcliente-logradouro
                     ', ' arqcliente-numero
                     ' - ' arqcliente-bairro
                     DELIMITED BY SIZE INTO wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
           MOVE      SPACES         TO          wk-lin-texto.
           STRING    '    CIDADE ' arqcliente-cidade
                     ' UF ' arqcliente-uf
                     '  CEP ' arqcliente-cep
                     DELIMITED BY SIZE INTO wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
           MOVE      SPACES         TO          wk-lin-texto.
           STRING    '    SITUACAO ' arqcliente-status
                     '  REGIAO ' arqcliente-regiao-codigo
                     '  ULTIMA ALTERACAO ' arqcliente-data-alt
                     DELIMITED BY SIZE INTO wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
      *---------------------------------------------------------------
      *    Every address change the cadastro logged, oldest first:
      *    the yearly archives of the audit trail, then the live one.
       0035-HISTORICO-ENDERECO.

           MOVE      'HISTORICO DE ENDERECO (TRILHA DE AUDITORIA)'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           SET       wk-ps-auditoria            TO          TRUE.
           MOVE      'audit'        TO          wk-ps-prefixo.
           PERFORM   0060-PASSA-ARQUIVADOS.
           OPEN      INPUT        ARQAUDITORIA.
           IF        FS-ARQAUDITORIA EQUAL      ZEROS
               MOVE  'N'            TO          wk-fim-leitura
               PERFORM              0036-LE-AUDITORIA
                 UNTIL wk-fim-leitura EQUAL     'S'
               CLOSE ARQAUDITORIA
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0036-LE-AUDITORIA.

           READ      ARQAUDITORIA   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             PERFORM 0037-RELATA-AUDITORIA
           END-READ.
      *---------------------------------------------------------------
       0037-RELATA-AUDITORIA.

           IF        arqauditoria-entidade EQUAL 'CLIENTE'
            AND      arqauditoria-codigo EQUAL  arqcliente-codigo
            AND     (arqauditoria-campo EQUAL   'LOGRADOURO'
             OR      arqauditoria-campo EQUAL   'NUMERO'
             OR      arqauditoria-campo EQUAL   'BAIRRO'
             OR      arqauditoria-campo EQUAL   'CIDADE'
             OR      arqauditoria-campo EQUAL   'UF'
             OR      arqauditoria-campo EQUAL   'CEP')
               ADD   1              TO          wk-ct-secao
               MOVE  SPACES         TO          wk-lin-texto
               STRING '    ' arqauditoria-data ' ' arqauditoria-hora
                      ' ' arqauditoria-campo(1:10)
                      ' DE ' arqauditoria-valor-ant
                      ' PARA ' arqauditoria-valor-novo
                      DELIMITED BY SIZE INTO wk-lin-texto
               PERFORM              0090-GRAVA-LINHA
           END-IF.
      *---------------------------------------------------------------
      *    The contact person the request came from is flagged '*'.
       0040-CONTATOS.

           MOVE      'CONTATOS'     TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           IF        wk-tem-contato EQUAL       'S'
               MOVE  arqcliente-codigo TO
                                    arqcontato-cliente-codigo
               MOVE  ZEROS          TO          arqcontato-sequencia
               MOVE  'N'            TO          wk-fim-leitura
               START ARQCONTATO     KEY IS      NOT LESS
                                    ARQCONTATO-CHAVE
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0041-LE-CONTATO
                 UNTIL wk-fim-leitura EQUAL     'S'
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0041-LE-CONTATO.

           READ      ARQCONTATO     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqcontato-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 ADD  1             TO          wk-ct-secao
                 PERFORM            0022-CONFERE-CONTATO
                 MOVE SPACES        TO          wk-lin-texto
                 IF   wk-tt-achou   EQUAL       'S'
                     MOVE '  *'     TO          wk-lin-texto
                 END-IF
                 MOVE arqcontato-sequencia TO   wk-lin-texto(5:3)
                 STRING ' ' arqcontato-nome ' ' arqcontato-funcao
                        ' ' arqcontato-telefone ' ' arqcontato-email
                        ' ' arqcontato-status
                        DELIMITED BY SIZE INTO wk-lin-texto(8:125)
                 PERFORM            0090-GRAVA-LINHA
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0042-OCORRENCIAS.

           MOVE      'OCORRENCIAS DE ATENDIMENTO'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           IF        wk-tem-ocorrencia EQUAL    'S'
               MOVE  arqcliente-codigo TO
                                    arqocorrencia-cliente-codigo
               MOVE  ZEROS          TO          arqocorrencia-sequencia
               MOVE  'N'            TO          wk-fim-leitura
               START ARQOCORRENCIA  KEY IS      NOT LESS
                                    ARQOCORRENCIA-CHAVE
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0043-LE-OCORRENCIA
                 UNTIL wk-fim-leitura EQUAL     'S'
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0043-LE-OCORRENCIA.

           READ      ARQOCORRENCIA  NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqocorrencia-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 ADD  1             TO          wk-ct-secao
                 MOVE SPACES        TO          wk-lin-texto
                 STRING '    ' arqocorrencia-data
                        ' ' arqocorrencia-tipo
                        ' ' arqocorrencia-situacao
                        ' ' arqocorrencia-texto
                        ' ' arqocorrencia-operador
                        DELIMITED BY SIZE INTO wk-lin-texto
                 PERFORM            0090-GRAVA-LINHA
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    arqvisita is keyed by vendedor and date: the client's
      *    visits are picked out of the whole file.
       0044-VISITAS.

           MOVE      'VISITAS E ANOTACOES DE CAMPO'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           IF        wk-tem-visita  EQUAL       'S'
               MOVE  LOW-VALUES     TO          arqvisita-chave
               MOVE  'N'            TO          wk-fim-leitura
               START ARQVISITA      KEY IS      NOT LESS
                                    ARQVISITA-CHAVE
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0045-LE-VISITA
                 UNTIL wk-fim-leitura EQUAL     'S'
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0045-LE-VISITA.

           READ      ARQVISITA      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqvisita-cliente-codigo EQUAL
                                    arqcliente-codigo
                 ADD  1             TO          wk-ct-secao
                 MOVE SPACES        TO          wk-lin-texto
                 STRING '    PLANEJADA ' arqvisita-data-planejada
                        ' REALIZADA ' arqvisita-data-realizada
                        ' ' arqvisita-resultado
                        ' VENDEDOR ' arqvisita-vendedor-codigo
                        ' ' arqvisita-nota
                        DELIMITED BY SIZE INTO wk-lin-texto
                 PERFORM            0090-GRAVA-LINHA
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0046-VENDAS.

           MOVE      'VENDAS (NOTAS FISCAIS)'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           IF        wk-tem-venda   EQUAL       'S'
               MOVE  arqcliente-codigo TO
                                    arqvenda-cliente-codigo
               MOVE  'N'            TO          wk-fim-leitura
               START ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-CLIENTE-CODIGO
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0047-LE-VENDA
                 UNTIL wk-fim-leitura EQUAL     'S'
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0047-LE-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqvenda-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 ADD  1             TO          wk-ct-secao
                 MOVE arqvenda-valor TO         wk-ed-valor
                 MOVE SPACES        TO          wk-lin-texto
                 STRING '    NF ' arqvenda-numero-nf
                        ' DATA ' arqvenda-data
                        ' VENDEDOR ' arqvenda-vendedor-codigo
                        ' VALOR ' wk-ed-valor
                        ' SITUACAO ' arqvenda-situacao
                        DELIMITED BY SIZE INTO wk-lin-texto
                 PERFORM            0090-GRAVA-LINHA
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0048-TITULOS.

           MOVE      'TITULOS (PARCELAS)'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           IF        wk-tem-titulo  EQUAL       'S'
               MOVE  arqcliente-codigo TO
                                    arqtitulo-cliente-codigo
               MOVE  'N'            TO          wk-fim-leitura
               START ARQTITULO      KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
                INVALID KEY
                 MOVE 'S'           TO          wk-fim-leitura
               END-START
               PERFORM              0049-LE-TITULO
                 UNTIL wk-fim-leitura EQUAL     'S'
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0049-LE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    arqcliente-codigo
                 MOVE 'S'           TO          wk-fim-leitura
             ELSE
                 ADD  1             TO          wk-ct-secao
                 MOVE arqtitulo-valor TO        wk-ed-valor
                 MOVE arqtitulo-valor-pago TO   wk-ed-valor-2
                 MOVE SPACES        TO          wk-lin-texto
                 STRING '    NF ' arqtitulo-numero-nf
                        '/' arqtitulo-parcela
                        ' VENCIMENTO ' arqtitulo-vencimento
                        ' VALOR ' wk-ed-valor
                        ' PAGO ' wk-ed-valor-2
                        ' SITUACAO ' arqtitulo-situacao
                        DELIMITED BY SIZE INTO wk-lin-texto
                 PERFORM            0090-GRAVA-LINHA
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Every vendedor the client was handed to, archives first.
       0050-ATRIBUICOES.

           MOVE      'HISTORICO DE ATRIBUICAO DE VENDEDOR'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           SET       wk-ps-historico            TO          TRUE.
           MOVE      'histor'       TO          wk-ps-prefixo.
           PERFORM   0060-PASSA-ARQUIVADOS.
           OPEN      INPUT        ARQHISTORICO.
           IF        FS-ARQHISTORICO EQUAL      ZEROS
               MOVE  'N'            TO          wk-fim-leitura
               PERFORM              0051-LE-HISTORICO
                 UNTIL wk-fim-leitura EQUAL     'S'
               CLOSE ARQHISTORICO
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0051-LE-HISTORICO.

           READ      ARQHISTORICO   NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             PERFORM 0052-RELATA-HISTORICO
           END-READ.
      *---------------------------------------------------------------
       0052-RELATA-HISTORICO.

           IF        arqhistorico-cliente-codigo EQUAL
                                    arqcliente-codigo
               ADD   1              TO          wk-ct-secao
               MOVE  SPACES         TO          wk-lin-texto
               STRING '    ' arqhistorico-data ' ' arqhistorico-hora
                      ' DE ' arqhistorico-vendedor-anterior
                      ' PARA ' arqhistorico-vendedor-novo
                      ' ' arqhistorico-motivo
                      DELIMITED BY SIZE INTO wk-lin-texto
               PERFORM              0090-GRAVA-LINHA
           END-IF.
      *---------------------------------------------------------------
      *    Who opened the client's data, on which screen, and
      *    whether they saw the identifiers in full.
       0055-VISUALIZACOES.

           MOVE      'ACESSOS AOS DADOS (REGISTRO LGPD)'
                                    TO          wk-ls-titulo.
           PERFORM   0091-GRAVA-SECAO.
           SET       wk-ps-lgpd     TO          TRUE.
           MOVE      'lgpd'         TO          wk-ps-prefixo.
           PERFORM   0060-PASSA-ARQUIVADOS.
           OPEN      INPUT        ARQLGPD.
           IF        FS-ARQLGPD     EQUAL       ZEROS
               MOVE  'N'            TO          wk-fim-leitura
               PERFORM              0056-LE-LGPD
                 UNTIL wk-fim-leitura EQUAL     'S'
               CLOSE ARQLGPD
           END-IF.
           PERFORM   0092-FECHA-SECAO.
      *---------------------------------------------------------------
       0056-LE-LGPD.

           READ      ARQLGPD        NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             PERFORM 0057-RELATA-LGPD
           END-READ.
      *---------------------------------------------------------------
       0057-RELATA-LGPD.

           IF        arqlgpd-de-cliente
            AND      arqlgpd-cliente-codigo EQUAL
                                    arqcliente-codigo
               ADD   1              TO          wk-ct-secao
               MOVE  SPACES         TO          wk-lin-texto
               STRING '    ' arqlgpd-data ' ' arqlgpd-hora
                      ' OPERADOR ' arqlgpd-operador
                      ' TELA ' arqlgpd-tela
                      ' SEM MASCARA ' arqlgpd-completo
                      DELIMITED BY SIZE INTO wk-lin-texto
               PERFORM              0090-GRAVA-LINHA
           END-IF.
      *---------------------------------------------------------------
      *    arquivamorto keeps the old lines of a log verbatim, one
      *    file per cutoff year; a year with no archive is skipped.
       0060-PASSA-ARQUIVADOS.

           PERFORM   0061-PASSA-ARQUIVO-ANO
             VARYING wk-ps-ano      FROM        2000
               BY    1
               UNTIL wk-ps-ano      >           wk-hj-ano.
      *---------------------------------------------------------------
       0061-PASSA-ARQUIVO-ANO.

           MOVE      SPACES         TO          wk-caminho-arqarquivo.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\"
                     wk-ps-prefixo DELIMITED BY SPACE
                     wk-ps-ano ".dat" DELIMITED BY SIZE
                     INTO wk-caminho-arqarquivo.
           OPEN      INPUT        ARQARQUIVO.
           IF        FS-ARQARQUIVO  EQUAL       ZEROS
               MOVE  'N'            TO          wk-fim-leitura
               PERFORM              0062-LE-ARQUIVADO
                 UNTIL wk-fim-leitura EQUAL     'S'
               CLOSE ARQARQUIVO
           END-IF.
      *---------------------------------------------------------------
       0062-LE-ARQUIVADO.

           READ      ARQARQUIVO     NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-leitura
            NOT AT END
             EVALUATE TRUE
              WHEN   wk-ps-auditoria
               MOVE  arqarquivo-linha TO        arqauditoria-registro
               PERFORM              0037-RELATA-AUDITORIA
              WHEN   wk-ps-historico
               MOVE  arqarquivo-linha TO        arqhistorico-registro
               PERFORM              0052-RELATA-HISTORICO
              WHEN   wk-ps-lgpd
               MOVE  arqarquivo-linha TO        arqlgpd-registro
               PERFORM              0057-RELATA-LGPD
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
      *    The answer itself is a full view of each client's data
      *    and is logged like any other.
       0080-REGISTRA-GERACAO.

           OPEN      EXTEND       ARQLGPD.
           IF        FS-ARQLGPD     EQUAL       '05'
               OPEN       OUTPUT      ARQLGPD
               CLOSE      ARQLGPD
               OPEN       EXTEND      ARQLGPD
           END-IF.
           IF        FS-ARQLGPD     EQUAL       ZEROS
               PERFORM              0081-GRAVA-VISTA-LGPD
                 VARYING wk-tt-idx  FROM        1
                   BY    1
                   UNTIL wk-tt-idx  >           wk-tt-qtd
               CLOSE ARQLGPD
           END-IF.
      *---------------------------------------------------------------
       0081-GRAVA-VISTA-LGPD.

           ACCEPT    arqlgpd-data   FROM        DATE.
           ACCEPT    arqlgpd-hora   FROM        TIME.
           MOVE      wk-mk-operador TO          arqlgpd-operador.
           MOVE      wk-tt-codigo(wk-tt-idx) TO arqlgpd-cliente-codigo.
           MOVE      '02.29'        TO          arqlgpd-tela.
           SET       arqlgpd-de-cliente         TO          TRUE.
           SET       arqlgpd-sem-mascara        TO          TRUE.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'LGPD'         TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqlgpd-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqlgpd-registro.
           WRITE     arqlgpd-registro.
      *---------------------------------------------------------------
       0090-GRAVA-LINHA.

           WRITE     arqreltitular-linha FROM   wk-lin-texto.
           ADD       1              TO          wk-tot-linhas.
      *---------------------------------------------------------------
       0091-GRAVA-SECAO.

           MOVE      ZEROS          TO          wk-ct-secao.
           MOVE      wk-lin-secao   TO          wk-lin-texto.
           PERFORM   0090-GRAVA-LINHA.
      *---------------------------------------------------------------
       0092-FECHA-SECAO.

           IF        wk-ct-secao    EQUAL       ZEROS
               MOVE  wk-lin-nenhum  TO          wk-lin-texto
               PERFORM              0090-GRAVA-LINHA
           END-IF.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        wk-tem-cliente EQUAL       'S'
               CLOSE ARQCLIENTE
           END-IF.
           IF        wk-tem-contato EQUAL       'S'
               CLOSE ARQCONTATO
           END-IF.
           IF        wk-tem-ocorrencia EQUAL    'S'
               CLOSE ARQOCORRENCIA
           END-IF.
           IF        wk-tem-visita  EQUAL       'S'
               CLOSE ARQVISITA
           END-IF.
           IF        wk-tem-venda   EQUAL       'S'
               CLOSE ARQVENDA
           END-IF.
           IF        wk-tem-titulo  EQUAL       'S'
               CLOSE ARQTITULO
           END-IF.
           GOBACK.
           exit program.

           end program relatoriotitular.
