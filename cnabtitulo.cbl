       program-id. cnabtitulo as "cnabtitulo".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqtituloselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqjuroscfgselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqcnabcfgselect.cpy".
           copy "arqremessaselect.cpy".
           copy "arqretornoselect.cpy".
           copy "arqcnabrejselect.cpy".

       data division.

           file section.

           copy "arqtitulofd.cpy".
           copy "arqclientefd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqjuroscfgfd.cpy".
           copy "arqempresacadfd.cpy".
           copy "arqcnabcfgfd.cpy".
           copy "arqremessafd.cpy".
           copy "arqretornofd.cpy".
           copy "arqcnabrejfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqjuroscfg   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\juroscfg.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".
           01  wk-caminho-arqcnabcfg    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cnabcfg.dat".
           01  wk-caminho-arqremessa    pic x(070) value spaces.
           01  wk-caminho-arqretorno    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cnabretorno.ret".
           01  wk-caminho-arqcnabrej    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cnabrej.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-erro-lote           pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-empresa-nome          pic x(030) value spaces.

      *    Bank agreement as shown and edited on the screen; it is
      *    only written back to cnabcfg on option 3 or when a
      *    remessa consumes the next number.
           01  wk-convenio.
              05 wk-cv-banco            pic 9(003) value zeros.
              05 wk-cv-banco-nome       pic x(015) value spaces.
              05 wk-cv-agencia          pic 9(004) value zeros.
              05 wk-cv-conta            pic 9(008) value zeros.
              05 wk-cv-beneficiario     pic x(020) value spaces.
              05 wk-cv-cnpj             pic 9(014) value zeros.
              05 wk-cv-ult-remessa      pic 9(007) value zeros.
              05 wk-cv-ult-ret-data     pic 9(006) value zeros.
              05 wk-cv-ult-ret-numero   pic 9(007) value zeros.

      *    Juros per day printed on the boleto follows the same
      *    policy the manual baixa charges.
           01  wk-juros-dia             pic 9(002)v9(004) value 0,0333.

           01  wk-datas.
              05 wk-hoje                pic 9(008) value zeros.
              05 wk-data-aaaammdd       pic 9(008) value zeros.
              05 wk-data-aaaammdd-r redefines wk-data-aaaammdd.
               07 wk-data-aaaa          pic 9(004).
               07 wk-data-mm            pic 9(002).
               07 wk-data-dd            pic 9(002).
              05 wk-data-ddmmaa         pic 9(006) value zeros.
              05 wk-data-ddmmaa-r redefines wk-data-ddmmaa.
               07 wk-ddmmaa-dd          pic 9(002).
               07 wk-ddmmaa-mm          pic 9(002).
               07 wk-ddmmaa-aa          pic 9(002).

           01  wk-remessa.
              05 wk-seq-linha           pic 9(006) value zeros.
              05 wk-rem-qtd             pic 9(007) value zeros.
              05 wk-rem-valor           pic 9(013)v9(002) value zeros.
              05 wk-rem-hash            pic 9(015) value zeros.
              05 wk-rem-saldo           pic 9(009)v9(002) value zeros.
              05 wk-rem-ocorrencia      pic 9(002) value zeros.

           01  wk-controle.
              05 wk-ctl-ok              pic x(001) value 'N'.
              05 wk-ctl-tem-header      pic x(001) value 'N'.
              05 wk-ctl-tem-trailer     pic x(001) value 'N'.
              05 wk-ctl-qtd             pic 9(007) value zeros.
              05 wk-ctl-hash            pic 9(015) value zeros.
              05 wk-qtd-dados           pic 9(007) value zeros.
              05 wk-hash-dados          pic 9(015) value zeros.
              05 wk-ret-banco           pic 9(003) value zeros.
              05 wk-ret-data            pic 9(006) value zeros.
              05 wk-ret-numero          pic 9(007) value zeros.
              05 wk-feed-recusado       pic x(001) value 'N'.

           copy "arqregfeedcalc.cpy".

           01  wk-liquidacao.
              05 wk-numero-nf           pic 9(009) value zeros.
              05 wk-parcela             pic 9(002) value zeros.
              05 wk-data-pagamento      pic 9(008) value zeros.
              05 wk-dias-atraso         pic s9(005) value zeros.
              05 wk-saldo               pic 9(009)v9(002) value zeros.
              05 wk-recebido            pic 9(011)v9(002) value zeros.
              05 wk-juros-banco         pic 9(011)v9(002) value zeros.
              05 wk-principal           pic 9(011)v9(002) value zeros.
              05 wk-proxima-seq         pic 9(003) value zeros.

           01  wk-totais.
              05 wk-tot-remessa         pic 9(007) value zeros.
              05 wk-tot-liquidados      pic 9(007) value zeros.
              05 wk-tot-confirmados     pic 9(007) value zeros.
              05 wk-tot-rejeitados      pic 9(007) value zeros.
              05 wk-valor-liquidado     pic 9(013)v9(002) value zeros.

           copy "arqtitulofs.cpy".
           copy "arqclientefs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqjuroscfgfs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqcnabcfgfs.cpy".
           copy "arqremessafs.cpy".
           copy "arqretornofs.cpy".
           copy "arqcnabrejfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "COBRANCA BANCARIA - CNAB 400".
               05  line  3   col  05 value
                         "Banco (codigo / nome)".
               05  line  3   col  43   using wk-cv-banco.
               05  line  3   col  48   using wk-cv-banco-nome.
               05  line  4   col  05 value
                         "Agencia / conta".
               05  line  4   col  43   using wk-cv-agencia.
               05  line  4   col  49   using wk-cv-conta.
               05  line  5   col  05 value
                         "Codigo do beneficiario".
               05  line  5   col  43   using wk-cv-beneficiario.
               05  line  6   col  05 value
                         "CNPJ do beneficiario".
               05  line  6   col  43   using wk-cv-cnpj.
               05  line  7   col  05 value
                         "Ultima remessa enviada".
               05  line  7   col  43   from  wk-cv-ult-remessa.
               05  line  9   col  05 value
                         "1 Gerar remessa".
               05  line  9   col  43   using wk-opcao.
               05  line  10  col  05 value
                         "2 Processar retorno".
               05  line  11  col  05 value
                         "3 Gravar dados do convenio".
               05  line  12  col  05 value
                         "9 Encerrar".
               05  line  14  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA COBRANCA BANCARIA".
               05  line  3   col  05 VALUE
                         "Titulos enviados na remessa".
               05  line  3   col  40   using wk-tot-remessa.
               05  line  4   col  05 VALUE
                         "Registros confirmados pelo banco".
               05  line  4   col  40   using wk-tot-confirmados.
               05  line  5   col  05 VALUE
                         "Liquidacoes baixadas".
               05  line  5   col  40   using wk-tot-liquidados.
               05  line  6   col  05 VALUE
                         "Valor liquidado".
               05  line  6   col  40   using wk-valor-liquidado.
               05  line  7   col  05 VALUE
                         "Excecoes para a mesa de cobranca".
               05  line  7   col  40   using wk-tot-rejeitados.
               05  line  9   col  05 value
                         "Pressione ENTER para continuar".
               05  line  9   col  43   using fl-ok.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

      *    In the nightly chain the bank's return of the day is
      *    applied first, so parcelas the bank refused go back into
      *    the remessa built right after it.
       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0040-PROCESSA-RETORNO
               PERFORM   0020-GERA-REMESSA
           END-IF
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
           CALL      'empresaatual' USING       wk-empresa-corrente.
           ACCEPT    wk-hoje        FROM        DATE.

           PERFORM   0003-VERIFICA-TREINAMENTO.
           PERFORM   0005-LE-CONFIGURACAO.

           OPEN      I-O          ARQTITULO.
           IF        FS-ARQTITULO   NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Nenhum titulo registrado' TO         wk-msg
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQBAIXA.
           IF        FS-ARQBAIXA    EQUAL       '05'
            OR       FS-ARQBAIXA    EQUAL       '35'
               CLOSE      ARQBAIXA
               OPEN       OUTPUT      ARQBAIXA
               CLOSE      ARQBAIXA
               OPEN       I-O         ARQBAIXA
           END-IF.
           OPEN      EXTEND       ARQCNABREJ.
           IF        FS-ARQCNABREJ  EQUAL       '05'
               OPEN     OUTPUT    ARQCNABREJ
               CLOSE    ARQCNABREJ
               OPEN     EXTEND    ARQCNABREJ
           END-IF.
      *---------------------------------------------------------------
      *    The bank registers real boletos against real payers: a
      *    treinamento empresa never talks to it.
       0003-VERIFICA-TREINAMENTO.

           OPEN      INPUT        ARQEMPRESACAD.
           IF        FS-ARQEMPRESACAD EQUAL     ZEROS
               MOVE  wk-empresa-corrente TO
                                    arqempresacad-empresa
               READ  ARQEMPRESACAD  KEY IS
                                    ARQEMPRESACAD-EMPRESA
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqempresacad-nome TO     wk-empresa-nome
                 IF   arqempresacad-treinamento
                     MOVE 'N'       TO          fl-ok
                     MOVE 'Empresa de treinamento - interface vetada'
                                    TO          wk-msg
                 END-IF
               END-READ
               CLOSE ARQEMPRESACAD
           END-IF.
      *---------------------------------------------------------------
      *    Convenio and juros policy; without a convenio on file the
      *    remessa is refused until the desk keys one in.
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQCNABCFG.
           IF        FS-ARQCNABCFG  EQUAL       ZEROS
               READ  ARQCNABCFG
                AT END
                 CONTINUE
                NOT AT END
                 MOVE arqcnabcfg-banco TO       wk-cv-banco
                 MOVE arqcnabcfg-banco-nome TO  wk-cv-banco-nome
                 MOVE arqcnabcfg-agencia TO     wk-cv-agencia
                 MOVE arqcnabcfg-conta TO       wk-cv-conta
                 MOVE arqcnabcfg-beneficiario TO
                                    wk-cv-beneficiario
                 MOVE arqcnabcfg-cnpj TO        wk-cv-cnpj
                 MOVE arqcnabcfg-ult-remessa TO wk-cv-ult-remessa
                 MOVE arqcnabcfg-ult-ret-data TO
                                    wk-cv-ult-ret-data
                 MOVE arqcnabcfg-ult-ret-numero TO
                                    wk-cv-ult-ret-numero
               END-READ
               CLOSE ARQCNABCFG
           END-IF.

           OPEN      INPUT        ARQJUROSCFG.
           IF        FS-ARQJUROSCFG EQUAL       ZEROS
               READ  ARQJUROSCFG
                AT END
                 CONTINUE
                NOT AT END
                 MOVE arqjuroscfg-juros-dia TO  wk-juros-dia
               END-READ
               CLOSE ARQJUROSCFG
           END-IF.
      *---------------------------------------------------------------
       0006-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQCNABCFG.
           MOVE      wk-cv-banco    TO          arqcnabcfg-banco.
           MOVE      wk-cv-banco-nome TO        arqcnabcfg-banco-nome.
           MOVE      wk-cv-agencia  TO          arqcnabcfg-agencia.
           MOVE      wk-cv-conta    TO          arqcnabcfg-conta.
           MOVE      wk-cv-beneficiario TO
                                    arqcnabcfg-beneficiario.
           MOVE      wk-cv-cnpj     TO          arqcnabcfg-cnpj.
           MOVE      wk-cv-ult-remessa TO       arqcnabcfg-ult-remessa.
           MOVE      wk-cv-ult-ret-data TO
                                    arqcnabcfg-ult-ret-data.
           MOVE      wk-cv-ult-ret-numero TO
                                    arqcnabcfg-ult-ret-numero.
           WRITE     arqcnabcfg-registro.
           CLOSE     ARQCNABCFG.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           initialize wk-msg.
           IF          fl-ok         EQUAL      'S'
             EVALUATE  WK-OPCAO
              WHEN     1
               PERFORM   0020-GERA-REMESSA
               DISPLAY   SC-TELA-RESUMO
               ACCEPT    SC-TELA-RESUMO
              WHEN     2
               PERFORM   0040-PROCESSA-RETORNO
               DISPLAY   SC-TELA-RESUMO
               ACCEPT    SC-TELA-RESUMO
              WHEN     3
               PERFORM   0006-GRAVA-CONFIGURACAO
               MOVE  'Convenio gravado'          TO          wk-msg
             END-EVALUATE
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            INITIALIZE WK-OPCAO
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every open parcela of the empresa not yet registered at
      *    the bank goes out in today's remessa (entrada, 01), valued
      *    at its saldo, and is stamped with the remessa date so the
      *    next run leaves it alone. A registered parcela that was
      *    since renegotiated, cancelled or written off goes out as a
      *    pedido de baixa (02) so the bank stops collecting it. The
      *    remessa number only advances when the file carries a
      *    titulo.
       0020-GERA-REMESSA.

           INITIALIZE               wk-remessa.
           MOVE      ZEROS          TO          wk-tot-remessa.
           IF        wk-cv-banco    EQUAL       ZEROS
               MOVE  'Convenio bancario nao cadastrado'
                                    TO          wk-msg
               MOVE  'S'            TO          wk-erro-lote
           ELSE
               PERFORM              0021-ABRE-REMESSA
               PERFORM              0022-SELECIONA-TITULOS
               PERFORM              0027-FECHA-REMESSA
           END-IF.
      *---------------------------------------------------------------
       0021-ABRE-REMESSA.

           ADD       1              TO          wk-cv-ult-remessa.
           MOVE      SPACES         TO          wk-caminho-arqremessa.
           STRING    "C:\Users\vendedor\Documents\PROVACOBOL\remessa"
                     wk-hoje "_" wk-cv-ult-remessa ".rem"
                     DELIMITED BY SIZE
                     INTO wk-caminho-arqremessa.
           OPEN      OUTPUT       ARQREMESSA.

           MOVE      wk-hoje        TO          wk-data-aaaammdd.
           PERFORM   0029-CONVERTE-DDMMAA.
           MOVE      SPACES         TO          arqremessa-header.
           MOVE      '0'            TO          arqremessa-hdr-tipo.
           MOVE      '1'            TO          arqremessa-hdr-operacao.
           MOVE      'REMESSA'      TO          arqremessa-hdr-literal.
           MOVE      01             TO          arqremessa-hdr-servico.
           MOVE      'COBRANCA'     TO
                                    arqremessa-hdr-servico-lit.
           MOVE      wk-cv-beneficiario TO
                                    arqremessa-hdr-beneficiario.
           MOVE      wk-empresa-nome TO
                                    arqremessa-hdr-empresa-nome.
           MOVE      wk-cv-banco    TO          arqremessa-hdr-banco.
           MOVE      wk-cv-banco-nome TO
                                    arqremessa-hdr-banco-nome.
           MOVE      wk-data-ddmmaa TO          arqremessa-hdr-data.
           MOVE      'REMESSA'      TO          arqremessa-hdr-feed.
           MOVE      wk-hoje        TO          arqremessa-hdr-ctl-data.
           MOVE      1              TO          arqremessa-hdr-versao.
           MOVE      wk-cv-ult-remessa TO
                                    arqremessa-hdr-num-remessa.
           ADD       1              TO          wk-seq-linha.
           MOVE      wk-seq-linha   TO
                                    arqremessa-hdr-sequencial.
           WRITE     arqremessa-header.
      *---------------------------------------------------------------
       0022-SELECIONA-TITULOS.

           MOVE      ZEROS          TO          arqtitulo-numero-nf
                                                 arqtitulo-parcela.
           START     ARQTITULO      KEY IS      NOT LESS
                                    ARQTITULO-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQTITULO
           END-START.
           PERFORM   0023-AVALIA-TITULO
             UNTIL   FS-ARQTITULO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQTITULO.
      *---------------------------------------------------------------
       0023-AVALIA-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             MOVE    ZEROS          TO          wk-rem-ocorrencia
             IF      arqtitulo-aberto
              AND    arqtitulo-data-remessa EQUAL ZEROS
              AND    arqtitulo-valor-pago LESS  arqtitulo-valor
                 MOVE 01            TO          wk-rem-ocorrencia
             END-IF
             IF    ( arqtitulo-renegociado
              OR     arqtitulo-cancelado
              OR     arqtitulo-perda )
              AND    arqtitulo-data-remessa NOT EQUAL ZEROS
                 MOVE 02            TO          wk-rem-ocorrencia
             END-IF
             IF      wk-rem-ocorrencia NOT EQUAL ZEROS
                 MOVE arqtitulo-cliente-codigo TO arqcliente-codigo
                 READ ARQCLIENTE    KEY IS      ARQCLIENTE-CODIGO
                  INVALID KEY
                   CONTINUE
                  NOT INVALID KEY
                   IF arqcliente-empresa EQUAL  wk-empresa-corrente
                       PERFORM      0024-GRAVA-DETALHE
                   END-IF
                 END-READ
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0024-GRAVA-DETALHE.

           COMPUTE   wk-rem-saldo   =           arqtitulo-valor
                                              - arqtitulo-valor-pago.
           MOVE      SPACES         TO          arqremessa-detalhe.
           MOVE      '1'            TO          arqremessa-tipo.
           MOVE      02             TO          arqremessa-insc-tipo.
           MOVE      wk-cv-cnpj     TO          arqremessa-insc-numero.
           MOVE      wk-cv-agencia  TO          arqremessa-agencia.
           MOVE      wk-cv-conta    TO          arqremessa-conta.
           MOVE      arqtitulo-numero-nf TO     arqremessa-numero-nf.
           MOVE      arqtitulo-parcela TO       arqremessa-parcela.
           COMPUTE   arqremessa-nosso-numero =
                     arqtitulo-numero-nf * 100 + arqtitulo-parcela.
           MOVE      wk-rem-ocorrencia TO       arqremessa-ocorrencia.
           MOVE      arqtitulo-numero-nf TO     arqremessa-documento.
           MOVE      arqtitulo-vencimento TO    wk-data-aaaammdd.
           PERFORM   0029-CONVERTE-DDMMAA.
           MOVE      wk-data-ddmmaa TO          arqremessa-vencimento.
           MOVE      wk-rem-saldo   TO          arqremessa-valor.
           MOVE      wk-cv-banco    TO          arqremessa-banco.
           MOVE      01             TO          arqremessa-especie.
           MOVE      'N'            TO          arqremessa-aceite.
           MOVE      wk-hoje        TO          wk-data-aaaammdd.
           PERFORM   0029-CONVERTE-DDMMAA.
           MOVE      wk-data-ddmmaa TO          arqremessa-emissao.
           COMPUTE   arqremessa-juros-dia ROUNDED =
                     wk-rem-saldo * wk-juros-dia / 100.
           MOVE      02             TO
                                    arqremessa-sacado-insc-tipo.
           MOVE      arqcliente-cnpj TO         arqremessa-sacado-cnpj.
           MOVE      arqcliente-raz-soc TO      arqremessa-sacado-nome.
           STRING    arqcliente-logradouro DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     arqcliente-numero DELIMITED BY SIZE
                     INTO arqremessa-sacado-endereco.
           MOVE      arqcliente-cep TO          arqremessa-sacado-cep.
           ADD       1              TO          wk-seq-linha.
           MOVE      wk-seq-linha   TO          arqremessa-sequencial.
           WRITE     arqremessa-detalhe.

           ADD       1              TO          wk-rem-qtd
                                                 wk-tot-remessa.
           ADD       wk-rem-saldo   TO          wk-rem-valor.
           ADD       arqtitulo-numero-nf TO     wk-rem-hash.

           IF        wk-rem-ocorrencia EQUAL    01
               MOVE  wk-hoje        TO          arqtitulo-data-remessa
           ELSE
               MOVE  ZEROS          TO          arqtitulo-data-remessa
           END-IF.
           REWRITE   arqtitulo-registro
            INVALID KEY
             CALL    'fsmensagem'   USING       FS-ARQTITULO
                                                 WK-MSG
           END-REWRITE.
      *---------------------------------------------------------------
       0027-FECHA-REMESSA.

           MOVE      SPACES         TO          arqremessa-trailer.
           MOVE      '9'            TO          arqremessa-trl-tipo.
           MOVE      wk-rem-qtd     TO          arqremessa-trl-qtd.
           MOVE      wk-rem-valor   TO          arqremessa-trl-valor.
           MOVE      wk-rem-hash    TO          arqremessa-trl-hash.
           ADD       1              TO          wk-seq-linha.
           MOVE      wk-seq-linha   TO
                                    arqremessa-trl-sequencial.
           WRITE     arqremessa-trailer.
           CLOSE     ARQREMESSA.

           IF        wk-rem-qtd     GREATER     ZEROS
               PERFORM              0006-GRAVA-CONFIGURACAO
               MOVE  'Remessa gerada'            TO          wk-msg
           ELSE
               SUBTRACT 1           FROM        wk-cv-ult-remessa
               MOVE  'Nenhum titulo pendente de registro'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    CNAB dates travel as DDMMAA.
       0029-CONVERTE-DDMMAA.

           MOVE      wk-data-dd     TO          wk-ddmmaa-dd.
           MOVE      wk-data-mm     TO          wk-ddmmaa-mm.
           MOVE      wk-data-aaaa   TO          wk-ddmmaa-aa.
      *---------------------------------------------------------------
       0030-CONVERTE-AAAAMMDD.

           MOVE      wk-ddmmaa-dd   TO          wk-data-dd.
           MOVE      wk-ddmmaa-mm   TO          wk-data-mm.
           COMPUTE   wk-data-aaaa   =           2000 + wk-ddmmaa-aa.
      *---------------------------------------------------------------
      *    Whole-file control check first, as on the sales feed:
      *    header and trailer present, quantity and hash of the NF
      *    numbers matching, the bank of the convenio, and not the
      *    retorno applied last time. Then each ocorrencia: entrada
      *    confirmada is only counted, liquidacao settles the parcela
      *    through a bank baixa, a rejected entrada is cleared for
      *    the next remessa, and everything that does not fit goes
      *    to the exception list.
       0040-PROCESSA-RETORNO.

           MOVE      ZEROS          TO          wk-tot-liquidados
                                                 wk-tot-confirmados
                                                 wk-tot-rejeitados
                                                 wk-valor-liquidado.

           OPEN      INPUT         ARQRETORNO.
           IF        FS-ARQRETORNO  NOT EQUAL   ZEROS
               MOVE  'Nenhum arquivo de retorno disponivel'
                                    TO          WK-MSG
           ELSE
               PERFORM 0041-VALIDA-CONTROLE
               CLOSE   ARQRETORNO
               IF    wk-ctl-ok      EQUAL       'S'
                   PERFORM 0039-CONSULTA-REGISTRO
               END-IF
               EVALUATE TRUE
                WHEN   wk-ctl-ok    NOT EQUAL   'S'
                 MOVE  'Retorno rejeitado - controle invalido'
                                    TO          WK-MSG
                 MOVE  'S'          TO          wk-erro-lote
                WHEN   wk-ret-banco NOT EQUAL   wk-cv-banco
                 MOVE  'Retorno de outro banco'  TO          WK-MSG
                 MOVE  'S'          TO          wk-erro-lote
                WHEN   wk-ret-data  EQUAL       wk-cv-ult-ret-data
                 AND   wk-ret-numero EQUAL      wk-cv-ult-ret-numero
                 AND   NOT wk-rf-liberado
                 MOVE  'Retorno ja processado'   TO          WK-MSG
                WHEN   wk-feed-recusado EQUAL   'S'
                 CONTINUE
                WHEN   OTHER
                 OPEN  INPUT      ARQRETORNO
                 PERFORM 0042-LE-RETORNO
                   UNTIL FS-ARQRETORNO EQUAL '10'
                 CLOSE   ARQRETORNO
                 MOVE  wk-ret-data  TO          wk-cv-ult-ret-data
                 MOVE  wk-ret-numero TO         wk-cv-ult-ret-numero
                 PERFORM            0006-GRAVA-CONFIGURACAO
                 SET   wk-rf-registra            TO          TRUE
                 CALL  'registrofeed' USING      wk-registro-feed
                 MOVE  'Retorno processado'      TO          WK-MSG
               END-EVALUATE
           END-IF.
      *---------------------------------------------------------------
      *    Beyond the convenio's last-retorno check, the retorno goes
      *    through the same feed registry as every other inbound
      *    file: a drop whose control identity was already consumed
      *    is refused unless a supervisor released it (04.41).
       0039-CONSULTA-REGISTRO.

           SET       wk-rf-consulta TO          TRUE.
           MOVE      'cnabtitulo'   TO          wk-rf-programa.
           CALL      'registrofeed' USING       wk-registro-feed.
           IF        wk-rf-repetido
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Retorno ja processado - reprocesso nao liberado'
                                    TO          WK-MSG
           END-IF.
           IF        wk-rf-indisponivel
               MOVE  'S'            TO          wk-feed-recusado
               MOVE  'Registro de feeds indisponivel'
                                    TO          WK-MSG
           END-IF.
      *---------------------------------------------------------------
       0041-VALIDA-CONTROLE.

           MOVE      'N'            TO          wk-ctl-ok.
           MOVE      'N'            TO          wk-feed-recusado.
           INITIALIZE                           wk-registro-feed.
           MOVE      'N'            TO          wk-ctl-tem-header.
           MOVE      'N'            TO          wk-ctl-tem-trailer.
           MOVE      ZEROS          TO          wk-ctl-qtd
                                                 wk-ctl-hash
                                                 wk-qtd-dados
                                                 wk-hash-dados
                                                 wk-ret-banco
                                                 wk-ret-data
                                                 wk-ret-numero.
           PERFORM   0041A-LE-CONTROLE
             UNTIL   FS-ARQRETORNO  EQUAL       '10'.
           MOVE      '00'           TO          FS-ARQRETORNO.
           IF        wk-ctl-tem-header EQUAL    'S'
            AND      wk-ctl-tem-trailer EQUAL   'S'
            AND      wk-ctl-qtd     EQUAL       wk-qtd-dados
            AND      wk-ctl-hash    EQUAL       wk-hash-dados
               MOVE  'S'            TO          wk-ctl-ok
           END-IF.
      *---------------------------------------------------------------
       0041A-LE-CONTROLE.

           READ      ARQRETORNO     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRETORNO
            NOT AT END
             EVALUATE TRUE
              WHEN   arqretorno-tipo-header
               IF    arqretorno-hdr-operacao EQUAL '2'
                   MOVE 'S'         TO          wk-ctl-tem-header
               END-IF
               MOVE  arqretorno-hdr-banco TO    wk-ret-banco
               MOVE  arqretorno-hdr-data TO     wk-ret-data
               MOVE  arqretorno-hdr-num-retorno TO wk-ret-numero
               MOVE  arqretorno-hdr-feed TO     wk-rf-feed
               MOVE  arqretorno-hdr-ctl-data TO wk-rf-data
               MOVE  arqretorno-hdr-versao TO   wk-rf-versao
              WHEN   arqretorno-tipo-trailer
               MOVE  'S'            TO          wk-ctl-tem-trailer
               MOVE  arqretorno-trl-qtd TO      wk-ctl-qtd
               MOVE  arqretorno-trl-hash TO     wk-ctl-hash
                                                 wk-rf-hash
               MOVE  arqretorno-trl-qtd TO      wk-rf-qtd
              WHEN   OTHER
               ADD   1              TO          wk-qtd-dados
               ADD   arqretorno-numero-nf TO    wk-hash-dados
             END-EVALUATE
           END-READ.
      *---------------------------------------------------------------
       0042-LE-RETORNO.

           READ      ARQRETORNO     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRETORNO
            NOT AT END
             IF      arqretorno-tipo-detalhe
                 MOVE arqretorno-numero-nf TO   wk-numero-nf
                 MOVE arqretorno-parcela TO     wk-parcela
                 EVALUATE TRUE
                  WHEN arqretorno-entrada-confirmada
                   ADD  1           TO          wk-tot-confirmados
                  WHEN arqretorno-liquidacao
                   PERFORM          0043-LIQUIDA-TITULO
                  WHEN arqretorno-entrada-rejeitada
                   PERFORM          0046-DEVOLVE-TITULO
                  WHEN OTHER
                   MOVE 'Ocorrencia nao tratada pelo sistema'
                                    TO          arqcnabrej-descricao
                   PERFORM          0049-GRAVA-EXCECAO
                 END-EVALUATE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The bank reports mora and multa together; what it charged
      *    beyond the saldo (or reported as juros) lands in juros, the
      *    rest settles principal exactly as a manual baixa would.
       0043-LIQUIDA-TITULO.

           MOVE      wk-numero-nf   TO          arqtitulo-numero-nf.
           MOVE      wk-parcela     TO          arqtitulo-parcela.
           READ      ARQTITULO      KEY IS      ARQTITULO-CHAVE
            INVALID KEY
             MOVE    'Titulo nao encontrado'     TO
                                    arqcnabrej-descricao
             PERFORM              0049-GRAVA-EXCECAO
            NOT INVALID KEY
             IF      arqtitulo-aberto
                 PERFORM            0044-CALCULA-LIQUIDACAO
                 PERFORM            0045-GRAVA-BAIXA
             ELSE
                 MOVE 'Titulo ja baixado ou cancelado - devolver'
                                    TO          arqcnabrej-descricao
                 PERFORM            0049-GRAVA-EXCECAO
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0044-CALCULA-LIQUIDACAO.

           COMPUTE   wk-saldo       =           arqtitulo-valor
                                              - arqtitulo-valor-pago.
           MOVE      arqretorno-valor-pago TO   wk-recebido.
           MOVE      arqretorno-valor-juros TO  wk-juros-banco.
           IF        wk-juros-banco GREATER     wk-recebido
               MOVE  wk-recebido    TO          wk-juros-banco
           END-IF.
           COMPUTE   wk-principal   =           wk-recebido
                                              - wk-juros-banco.
           IF        wk-principal   GREATER     wk-saldo
               COMPUTE wk-juros-banco =         wk-juros-banco
                                              + wk-principal
                                              - wk-saldo
               MOVE  wk-saldo       TO          wk-principal
           END-IF.

           MOVE      arqretorno-data-ocorrencia TO wk-data-ddmmaa.
           PERFORM   0030-CONVERTE-AAAAMMDD.
           MOVE      wk-data-aaaammdd TO        wk-data-pagamento.
           COMPUTE   wk-dias-atraso =
                     FUNCTION INTEGER-OF-DATE(wk-data-pagamento)
                   - FUNCTION INTEGER-OF-DATE(arqtitulo-vencimento).
           IF        wk-dias-atraso LESS        ZEROS
               MOVE  ZEROS          TO          wk-dias-atraso
           END-IF.
      *---------------------------------------------------------------
       0045-GRAVA-BAIXA.

           PERFORM   0047-PROXIMA-SEQUENCIA.

           MOVE      wk-numero-nf   TO          arqbaixa-numero-nf.
           MOVE      wk-parcela     TO          arqbaixa-parcela.
           MOVE      wk-proxima-seq TO          arqbaixa-sequencia.
           MOVE      arqtitulo-cliente-codigo TO
                                    arqbaixa-cliente-codigo.
           MOVE      arqtitulo-vendedor-codigo TO
                                    arqbaixa-vendedor-codigo.
           MOVE      wk-data-pagamento TO       arqbaixa-data-pagamento.
           MOVE      wk-dias-atraso TO          arqbaixa-dias-atraso.
           MOVE      wk-recebido    TO          arqbaixa-valor-recebido.
           MOVE      wk-principal   TO
                                    arqbaixa-valor-principal.
           MOVE      wk-juros-banco TO          arqbaixa-valor-juros.
           MOVE      ZEROS          TO          arqbaixa-valor-multa.
           COMPUTE   arqbaixa-saldo-restante =  wk-saldo
                                              - wk-principal.
           SET       arqbaixa-banco             TO          TRUE.
           MOVE      'BANCO'        TO          arqbaixa-operador.
           ACCEPT    arqbaixa-data-lancamento   FROM        DATE.
           ACCEPT    arqbaixa-hora-lancamento   FROM        TIME.
           MOVE      ZEROS          TO          arqbaixa-comp-apurada
                                                 arqbaixa-comp-rateio.
           MOVE      SPACE          TO          arqbaixa-rateio.
           WRITE     arqbaixa-registro
            INVALID KEY
             MOVE    'Falha ao gravar a baixa'   TO
                                    arqcnabrej-descricao
             PERFORM              0049-GRAVA-EXCECAO
            NOT INVALID KEY
             ADD     wk-principal   TO          arqtitulo-valor-pago
             MOVE    wk-data-pagamento TO
                                    arqtitulo-data-pagamento
             IF      arqtitulo-valor-pago NOT LESS arqtitulo-valor
                 SET  arqtitulo-pago            TO          TRUE
             END-IF
             REWRITE arqtitulo-registro
              INVALID KEY
               CALL  'fsmensagem'   USING       FS-ARQTITULO
                                                 WK-MSG
              NOT INVALID KEY
               ADD   1              TO          wk-tot-liquidados
               ADD   wk-recebido    TO          wk-valor-liquidado
             END-REWRITE
           END-WRITE.
      *---------------------------------------------------------------
      *    A refused registration clears the remessa stamp: once the
      *    desk fixes the cadastro the parcela goes out again.
       0046-DEVOLVE-TITULO.

           MOVE      wk-numero-nf   TO          arqtitulo-numero-nf.
           MOVE      wk-parcela     TO          arqtitulo-parcela.
           READ      ARQTITULO      KEY IS      ARQTITULO-CHAVE
            INVALID KEY
             MOVE    'Titulo nao encontrado'     TO
                                    arqcnabrej-descricao
            NOT INVALID KEY
             MOVE    ZEROS          TO          arqtitulo-data-remessa
             REWRITE arqtitulo-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
             MOVE    'Registro rejeitado pelo banco'
                                    TO          arqcnabrej-descricao
           END-READ.
           PERFORM   0049-GRAVA-EXCECAO.
      *---------------------------------------------------------------
      *    The settlement rows of a parcela sit together in key
      *    order; the next sequence is one past the last of them.
       0047-PROXIMA-SEQUENCIA.

           MOVE      ZEROS          TO          wk-proxima-seq.
           MOVE      wk-numero-nf   TO          arqbaixa-numero-nf.
           MOVE      wk-parcela     TO          arqbaixa-parcela.
           MOVE      ZEROS          TO          arqbaixa-sequencia.
           START     ARQBAIXA       KEY IS      NOT LESS
                                    ARQBAIXA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQBAIXA
           END-START.
           PERFORM   0047A-LE-BAIXA
             UNTIL   FS-ARQBAIXA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQBAIXA.
           ADD       1              TO          wk-proxima-seq.
      *---------------------------------------------------------------
       0047A-LE-BAIXA.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT AT END
             IF      arqbaixa-numero-nf NOT EQUAL wk-numero-nf
              OR     arqbaixa-parcela NOT EQUAL wk-parcela
                 MOVE '10'          TO          FS-ARQBAIXA
             ELSE
                 MOVE arqbaixa-sequencia TO     wk-proxima-seq
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0049-GRAVA-EXCECAO.

           ADD       1              TO          wk-tot-rejeitados.
           ACCEPT    arqcnabrej-data-proc       FROM        DATE.
           ACCEPT    arqcnabrej-hora-proc       FROM        TIME.
           MOVE      wk-numero-nf   TO          arqcnabrej-numero-nf.
           MOVE      wk-parcela     TO          arqcnabrej-parcela.
           MOVE      arqretorno-ocorrencia TO   arqcnabrej-ocorrencia.
           MOVE      arqretorno-motivo TO       arqcnabrej-motivo-banco.
           MOVE      arqretorno-valor-pago TO   arqcnabrej-valor-pago.
           WRITE     arqcnabrej-registro.
           MOVE      SPACES         TO          arqcnabrej-descricao.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQTITULO
               CLOSE ARQCLIENTE
           END-IF.
           CLOSE     ARQBAIXA.
           CLOSE     ARQCNABREJ.
           IF        fl-ok          NOT EQUAL   'S'
            OR       wk-erro-lote   EQUAL       'S'
               MOVE  8              TO          RETURN-CODE
           ELSE
            IF      wk-tot-rejeitados GREATER   ZEROS
             OR     wk-feed-recusado EQUAL      'S'
               MOVE  4              TO          RETURN-CODE
            ELSE
               MOVE  0              TO          RETURN-CODE
            END-IF
           END-IF.
           GOBACK.
           exit program.

           end program cnabtitulo.
