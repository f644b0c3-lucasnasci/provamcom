       program-id. monitoraarquivos as "monitoraarquivos".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqclienteselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqcachedistselect.cpy".
           copy "arqsaidaselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqtriagemselect.cpy".
           copy "arqexecucaoselect.cpy".
           copy "arqmensagemselect.cpy".
           copy "arqestoqueselect.cpy".
           copy "arqtempopassoselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqoperadorselect.cpy".
           copy "arqarquivoselect.cpy".
           copy "arqcrescimentoselect.cpy".
           copy "arqcapcfgselect.cpy".
           copy "arqrelcapacselect.cpy".

       data division.

           file section.

           copy "arqclientefd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqvendafd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqcachedistfd.cpy".
           copy "arqsaidafd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqtriagemfd.cpy".
           copy "arqexecucaofd.cpy".
           copy "arqmensagemfd.cpy".
           copy "arqestoquefd.cpy".
           copy "arqtempopassofd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqoperadorfd.cpy".
           copy "arqarquivofd.cpy".
           copy "arqcrescimentofd.cpy".
           copy "arqcapcfgfd.cpy".
           copy "arqrelcapacfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqcachedist  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cachedist.dat".
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqtriagem    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\triagem.dat".
           01  wk-caminho-arqexecucao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\execucao.dat".
           01  wk-caminho-arqmensagem   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\mensagem.dat".
           01  wk-caminho-arqestoque    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\estoque.dat".
           01  wk-caminho-arqtempopasso pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\tempopasso.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqoperador   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\operador.dat".
           01  wk-caminho-arqarquivo    pic x(070) value spaces.
           01  wk-caminho-arqcrescimento
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\crescimento.dat".
           01  wk-caminho-arqcapcfg     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\capcfg.dat".
           01  wk-caminho-arqrelcapac   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcapac.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-historico       pic x(001) value 'N'.

           01  wk-hoje                  pic 9(008) value zeros.
           01  wk-agora                 pic 9(006) value zeros.
           01  wk-corte-30              pic 9(008) value zeros.
           01  wk-corte-7               pic 9(008) value zeros.
           01  wk-idx                   pic 9(002) value zeros.
           01  wk-contagem              pic 9(009) value zeros.
           01  wk-medicao               pic x(001) value 'M'.

      *    Parameters: how many days ahead the size is projected and
      *    at what percentage of its limit a file starts being
      *    flagged. The parameter screen also sets one file's limit.
           01  wk-parametros.
              05 wk-horizonte           pic 9(003) value 90.
              05 wk-aviso               pic 9(003) value 80.
              05 wk-par-arquivo         pic x(020) value spaces.
              05 wk-par-limite          pic 9(009) value zeros.

      *    The files watched, as shipped: name, kind (M master,
      *    L log, I interface), the housekeeping routine that
      *    shrinks it (A arquivamorto, R reorganizaarquivos, blank
      *    none), the default record-count limit and, for the
      *    sequential ones, where the file lives. The indexed
      *    masters are opened through their own copybooks.
           01 tb-arquivos.
              05 filler.
               07 pic x(020) value 'arqcliente'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 000500000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqvendedor'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000050000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqvenda'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 002000000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqitemvenda'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 005000000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqtitulo'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 002000000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqcachedist'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 005000000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqsaida'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 000500000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqvisita'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 002000000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqtriagem'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 000200000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqexecucao'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 000100000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqmensagem'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000500000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqestoque'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000500000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqtempopasso'.
               07 pic x(001) value 'M'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000100000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqregiao'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 000050000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqoperador'.
               07 pic x(001) value 'M'.
               07 pic x(001) value 'R'.
               07 pic 9(009) value 000010000.
               07 pic x(070) value spaces.
              05 filler.
               07 pic x(020) value 'arqacesso'.
               07 pic x(001) value 'L'.
               07 pic x(001) value 'A'.
               07 pic 9(009) value 002000000.
               07 pic x(070) value
               "C:\Users\Acesso\PROVACOBOL\arqacesso.dat".
              05 filler.
               07 pic x(020) value 'arqauditoria'.
               07 pic x(001) value 'L'.
               07 pic x(001) value 'A'.
               07 pic 9(009) value 002000000.
               07 pic x(070) value
               "C:\Users\Auditoria\PROVACOBOL\arqauditoria.dat".
              05 filler.
               07 pic x(020) value 'arqhistorico'.
               07 pic x(001) value 'L'.
               07 pic x(001) value 'A'.
               07 pic 9(009) value 002000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\historico.dat".
              05 filler.
               07 pic x(020) value 'arqreconciliacao'.
               07 pic x(001) value 'L'.
               07 pic x(001) value 'A'.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\reconcil.dat".
              05 filler.
               07 pic x(020) value 'arqcobertura'.
               07 pic x(001) value 'L'.
               07 pic x(001) value 'A'.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cobertura.dat".
              05 filler.
               07 pic x(020) value 'arqlgpd'.
               07 pic x(001) value 'L'.
               07 pic x(001) value 'A'.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\lgpd.dat".
              05 filler.
               07 pic x(020) value 'arqjornada'.
               07 pic x(001) value 'L'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000500000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\jornada.dat".
              05 filler.
               07 pic x(020) value 'arqjrnmaster'.
               07 pic x(001) value 'L'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 002000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\jrnmaster.dat".
              05 filler.
               07 pic x(020) value 'arqmovestoque'.
               07 pic x(001) value 'L'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 002000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\movestoque.dat".
              05 filler.
               07 pic x(020) value 'arqgeoaudit'.
               07 pic x(001) value 'L'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\geoaudit.dat".
              05 filler.
               07 pic x(020) value 'arqtrace'.
               07 pic x(001) value 'L'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqtrace.dat".
              05 filler.
               07 pic x(020) value 'arqsessao'.
               07 pic x(001) value 'L'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000500000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\sessao.dat".
              05 filler.
               07 pic x(020) value 'arqfiscal'.
               07 pic x(001) value 'I'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\fiscal.dat".
              05 filler.
               07 pic x(020) value 'arqimportcliente'.
               07 pic x(001) value 'I'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000500000.
               07 pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\impclie.dat".
              05 filler.
               07 pic x(020) value 'arqimportvendedor'.
               07 pic x(001) value 'I'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 000100000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\impvend.dat".
              05 filler.
               07 pic x(020) value 'arqimportvenda'.
               07 pic x(001) value 'I'.
               07 pic x(001) value ' '.
               07 pic 9(009) value 001000000.
               07 pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\impvenda.dat".
           01 tb-arquivos-r redefines tb-arquivos.
              05 tb-arq                occurs 31 times.
               07 tb-arq-nome          pic x(020).
               07 tb-arq-tipo          pic x(001).
               07 tb-arq-rotina        pic x(001).
               07 tb-arq-limite        pic 9(009).
               07 tb-arq-caminho       pic x(070).

      *    This run's figures per file, in the order of the table.
           01 wk-monitor.
              05 wk-mn-item            occurs 31 times.
               07 wk-mn-limite          pic 9(009).
               07 wk-mn-registros       pic 9(009).
               07 wk-mn-medicao         pic x(001).

      *    The file being analysed: its history over the last 30
      *    days and what follows from it.
           01 wk-analise.
              05 wk-an-base-data        pic 9(008) value zeros.
              05 wk-an-base-qtd         pic 9(009) value zeros.
              05 wk-an-sete-qtd         pic 9(009) value zeros.
              05 wk-an-tem-sete         pic x(001) value 'N'.
              05 wk-an-ult-data         pic 9(008) value zeros.
              05 wk-an-ult-qtd          pic 9(009) value zeros.
              05 wk-an-pico             pic 9(009) value zeros.
              05 wk-an-dias             pic 9(005) value zeros.
              05 wk-an-cresc-dia        pic s9(009) value zeros.
              05 wk-an-projecao         pic s9(011) value zeros.
              05 wk-an-uso              pic 9(005) value zeros.
              05 wk-an-dias-limite      pic 9(009) value zeros.
              05 wk-an-queda            pic 9(003) value zeros.
              05 wk-an-situacao         pic x(008) value spaces.
              05 wk-an-recomendacao     pic x(022) value spaces.

           01  wk-totais.
              05 wk-tot-medidos         pic 9(005) value zeros.
              05 wk-tot-ausentes        pic 9(005) value zeros.
              05 wk-tot-atencao         pic 9(005) value zeros.
              05 wk-tot-limite          pic 9(005) value zeros.
              05 wk-tot-rotina          pic 9(005) value zeros.

           01  wk-lin-titulo.
              05 filler                 pic x(050) value
                 "CRESCIMENTO E CAPACIDADE DOS ARQUIVOS EM".
              05 wk-lti-hoje            pic 9(008).
              05 filler                 pic x(022) value
                 "   PROJECAO A".
              05 wk-lti-horizonte       pic zz9.
              05 filler                 pic x(030) value
                 " DIAS, AVISO A".
              05 wk-lti-aviso           pic zz9.
              05 filler                 pic x(016) value
                 "% DO LIMITE".
           01  wk-lin-colunas.
              05 filler                 pic x(052) value
                 "ARQUIVO              T    HA 30D     HA 7D      HOJE".
              05 filler                 pic x(029) value
                 " CRES/DIA  PROJECAO    LIMITE".
              05 filler                 pic x(033) value
                 " USO%  DIAS SITUACAO RECOMENDACAO".
           01  wk-lin-detalhe.
              05 wk-ld-arquivo          pic x(020).
              05 filler                 pic x(001) value space.
              05 wk-ld-tipo             pic x(001).
              05 filler                 pic x(001) value space.
              05 wk-ld-base             pic zzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-sete             pic zzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-hoje             pic zzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-cresc            pic -------9.
              05 filler                 pic x(001) value space.
              05 wk-ld-projecao         pic zzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-limite           pic zzzzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-uso              pic zzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-dias             pic zzzz9.
              05 filler                 pic x(001) value space.
              05 wk-ld-situacao         pic x(008).
              05 filler                 pic x(001) value space.
              05 wk-ld-recomendacao     pic x(022).
           01  wk-lin-total.
              05 filler                 pic x(018) value
                 "ARQUIVOS MEDIDOS".
              05 wk-lt-medidos          pic zzzz9.
              05 filler                 pic x(012) value
                 "   AUSENTES".
              05 wk-lt-ausentes         pic zzzz9.
              05 filler                 pic x(011) value
                 "   ATENCAO".
              05 wk-lt-atencao          pic zzzz9.
              05 filler                 pic x(013) value
                 "   NO LIMITE".
              05 wk-lt-limite           pic zzzz9.
              05 filler                 pic x(020) value
                 "   ROTINA INDICADA".
              05 wk-lt-rotina           pic zzzz9.

           copy "arqclientefs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqcachedistfs.cpy".
           copy "arqsaidafs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqtriagemfs.cpy".
           copy "arqexecucaofs.cpy".
           copy "arqmensagemfs.cpy".
           copy "arqestoquefs.cpy".
           copy "arqtempopassofs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqoperadorfs.cpy".
           copy "arqarquivofs.cpy".
           copy "arqcrescimentofs.cpy".
           copy "arqcapcfgfs.cpy".
           copy "arqrelcapacfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CRESCIMENTO DOS ARQUIVOS".
               05  line  3   col  05 value
                         "1 Medir e gerar o relatorio".
               05  line  4   col  05 value
                         "2 Parametros e limites".
               05  line  5   col  05 value
                         "9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-PARAMETROS.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "PARAMETROS DO MONITORAMENTO".
               05  line  3   col  05 value
                         "Horizonte da projecao (dias)".
               05  line  3   col  43   using wk-horizonte.
               05  line  4   col  05 value
                         "Aviso a partir de (% do limite)".
               05  line  4   col  43   using wk-aviso.
               05  line  6   col  05 value
                         "Arquivo (em branco: nenhum)".
               05  line  6   col  43   using wk-par-arquivo.
               05  line  7   col  05 value
                         "Limite de registros".
               05  line  7   col  43   using wk-par-limite.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DO CRESCIMENTO (relcapac.txt)".
               05  line  3   col  05 VALUE
                         "Arquivos medidos".
               05  line  3   col  40   using wk-tot-medidos.
               05  line  4   col  05 VALUE
                         "Arquivos ausentes".
               05  line  4   col  40   using wk-tot-ausentes.
               05  line  5   col  05 VALUE
                         "Em atencao".
               05  line  5   col  40   using wk-tot-atencao.
               05  line  6   col  05 VALUE
                         "No limite".
               05  line  6   col  40   using wk-tot-limite.
               05  line  7   col  05 VALUE
                         "Com rotina de limpeza indicada".
               05  line  7   col  40   using wk-tot-rotina.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-MEDE-ARQUIVOS
               PERFORM   0060-GERA-RELATORIO
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    Nightly size watch over the system's masters, logs and
      *    interface files: every file on the table is counted and
      *    the count kept in arqcrescimento, then each file's last
      *    30 days give its growth per day, its size at the end of
      *    the horizon and how many days remain before it reaches
      *    its limit. A file at its limit, past the warning
      *    percentage or projected over the limit is flagged, and
      *    the report names the routine that shrinks it:
      *    arquivamorto for the logs it archives, reorganizaarquivos
      *    for the indexed files it rebuilds -- recommended for
      *    these as well once a tenth of the records seen at the
      *    peak are gone, since deleted records keep their space
      *    until the file is rebuilt.
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           ACCEPT    wk-hoje        FROM        DATE.
           PERFORM   0006-LIMITE-PADRAO
             VARYING wk-idx        FROM         1
               BY    1
               UNTIL wk-idx        >            31.
           PERFORM   0005-LE-CONFIGURACAO.

           OPEN      I-O          ARQCRESCIMENTO.
           IF        FS-ARQCRESCIMENTO EQUAL    '05'
            OR       FS-ARQCRESCIMENTO EQUAL    '35'
               CLOSE      ARQCRESCIMENTO
               OPEN       OUTPUT      ARQCRESCIMENTO
               CLOSE      ARQCRESCIMENTO
               OPEN       I-O         ARQCRESCIMENTO
           END-IF.
           IF        FS-ARQCRESCIMENTO NOT EQUAL ZEROS
               MOVE  'N'            TO          fl-ok
               MOVE  'Historico de crescimento indisponivel'
                                    TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    The 'G' record sets horizon and warning level; each 'A'
      *    record replaces the shipped limit of the file it names.
       0005-LE-CONFIGURACAO.

           OPEN      INPUT        ARQCAPCFG.
           IF        FS-ARQCAPCFG   EQUAL       ZEROS
               PERFORM              0007-LE-LINHA-CONFIGURACAO
                 UNTIL FS-ARQCAPCFG EQUAL       '10'
               CLOSE ARQCAPCFG
           END-IF.
      *---------------------------------------------------------------
       0006-LIMITE-PADRAO.

           MOVE      tb-arq-limite(wk-idx) TO   wk-mn-limite(wk-idx).
           MOVE      ZEROS          TO          wk-mn-registros(wk-idx).
           MOVE      SPACES         TO          wk-mn-medicao(wk-idx).
      *---------------------------------------------------------------
       0007-LE-LINHA-CONFIGURACAO.

           READ      ARQCAPCFG
            AT END
             MOVE    '10'           TO          FS-ARQCAPCFG
            NOT AT END
             IF      arqcapcfg-geral
                 IF   arqcapcfg-horizonte IS NUMERIC
                  AND arqcapcfg-horizonte NOT EQUAL ZEROS
                     MOVE arqcapcfg-horizonte TO wk-horizonte
                 END-IF
                 IF   arqcapcfg-aviso IS NUMERIC
                  AND arqcapcfg-aviso NOT EQUAL ZEROS
                     MOVE arqcapcfg-aviso TO    wk-aviso
                 END-IF
             END-IF
             IF      arqcapcfg-arquivo-lim
              AND    arqcapcfg-limite IS NUMERIC
              AND    arqcapcfg-limite NOT EQUAL ZEROS
                 PERFORM            0008-APLICA-LIMITE
                   VARYING wk-idx  FROM         1
                     BY    1
                     UNTIL wk-idx  >            31
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0008-APLICA-LIMITE.

           IF        tb-arq-nome(wk-idx) EQUAL  arqcapcfg-arquivo
               MOVE  arqcapcfg-limite TO        wk-mn-limite(wk-idx)
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-MEDE-ARQUIVOS
             PERFORM   0060-GERA-RELATORIO
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.
           IF          WK-OPCAO      EQUAL      2
             MOVE      SPACES        TO         wk-msg
                                                wk-par-arquivo
             MOVE      ZEROS         TO         wk-par-limite
             PERFORM   0015-PARAMETROS
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    A file named here must be one of the table; its new limit
      *    and the general parameters are saved at once.
       0015-PARAMETROS.

           DISPLAY     SC-TELA-PARAMETROS.
           ACCEPT      SC-TELA-PARAMETROS.
           MOVE        SPACES        TO         wk-msg.

           IF          wk-horizonte  EQUAL      ZEROS
            OR         wk-aviso      EQUAL      ZEROS
            OR         wk-aviso      >          100
             MOVE      'Horizonte e aviso (1 a 100%) obrigatorios'
                                     TO         wk-msg
           END-IF.
           IF          wk-msg        EQUAL      SPACES
            AND        wk-par-arquivo NOT EQUAL SPACES
             IF        wk-par-limite EQUAL      ZEROS
                 MOVE  'Informar o limite do arquivo' TO    wk-msg
             ELSE
                 MOVE  'Arquivo nao monitorado' TO         wk-msg
                     PERFORM 0017-ALTERA-LIMITE
                   VARYING wk-idx    FROM       1
                     BY    1
                     UNTIL wk-idx    >          31
             END-IF
           END-IF.

           IF          wk-msg        EQUAL      SPACES
             PERFORM   0016-GRAVA-CONFIGURACAO
             MOVE      'Parametros gravados' TO wk-msg
             DISPLAY   SC-TELA-PARAMETROS
           ELSE
             PERFORM   0015-PARAMETROS
           END-IF.
      *---------------------------------------------------------------
       0016-GRAVA-CONFIGURACAO.

           OPEN      OUTPUT       ARQCAPCFG.
           INITIALIZE               arqcapcfg-registro.
           SET       arqcapcfg-geral             TO          TRUE.
           MOVE      wk-horizonte   TO          arqcapcfg-horizonte.
           MOVE      wk-aviso       TO          arqcapcfg-aviso.
           WRITE     arqcapcfg-registro.
           PERFORM   0018-GRAVA-LIMITE
             VARYING wk-idx        FROM         1
               BY    1
               UNTIL wk-idx        >            31.
           CLOSE     ARQCAPCFG.
      *---------------------------------------------------------------
       0017-ALTERA-LIMITE.

           IF        tb-arq-nome(wk-idx) EQUAL  wk-par-arquivo
               MOVE  wk-par-limite  TO          wk-mn-limite(wk-idx)
               MOVE  SPACES         TO          wk-msg
           END-IF.
      *---------------------------------------------------------------
      *    Only the limits that differ from the shipped ones are
      *    written, so a later change of a default still reaches
      *    the files nobody tuned.
       0018-GRAVA-LIMITE.

           IF        wk-mn-limite(wk-idx) NOT EQUAL
                                    tb-arq-limite(wk-idx)
               INITIALIZE           arqcapcfg-registro
               SET   arqcapcfg-arquivo-lim       TO          TRUE
               MOVE  tb-arq-nome(wk-idx) TO     arqcapcfg-arquivo
               MOVE  wk-mn-limite(wk-idx) TO    arqcapcfg-limite
               WRITE arqcapcfg-registro
           END-IF.
      *---------------------------------------------------------------
       0020-MEDE-ARQUIVOS.

           ACCEPT    wk-hoje        FROM        DATE.
           ACCEPT    wk-agora       FROM        TIME.
           PERFORM   0021-MEDE-ARQUIVO
             VARYING wk-idx        FROM         1
               BY    1
               UNTIL wk-idx        >            31.
      *---------------------------------------------------------------
      *    A file that cannot be opened is recorded as absent with no
      *    count, and stays out of the growth figures.
       0021-MEDE-ARQUIVO.

           MOVE      ZEROS          TO          wk-contagem.
           MOVE      'M'            TO          wk-medicao.
           IF        tb-arq-tipo(wk-idx) EQUAL  'M'
               EVALUATE tb-arq-nome(wk-idx)
                WHEN 'arqcliente'
                 PERFORM 0031-CONTA-CLIENTE
                WHEN 'arqvendedor'
                 PERFORM 0032-CONTA-VENDEDOR
                WHEN 'arqvenda'
                 PERFORM 0033-CONTA-VENDA
                WHEN 'arqitemvenda'
                 PERFORM 0034-CONTA-ITEMVENDA
                WHEN 'arqtitulo'
                 PERFORM 0035-CONTA-TITULO
                WHEN 'arqcachedist'
                 PERFORM 0036-CONTA-CACHEDIST
                WHEN 'arqsaida'
                 PERFORM 0037-CONTA-SAIDA
                WHEN 'arqvisita'
                 PERFORM 0038-CONTA-VISITA
                WHEN 'arqtriagem'
                 PERFORM 0039-CONTA-TRIAGEM
                WHEN 'arqexecucao'
                 PERFORM 0040-CONTA-EXECUCAO
                WHEN 'arqmensagem'
                 PERFORM 0041-CONTA-MENSAGEM
                WHEN 'arqestoque'
                 PERFORM 0042-CONTA-ESTOQUE
                WHEN 'arqtempopasso'
                 PERFORM 0043-CONTA-TEMPOPASSO
                WHEN 'arqregiao'
                 PERFORM 0044-CONTA-REGIAO
                WHEN 'arqoperador'
                 PERFORM 0045-CONTA-OPERADOR
               END-EVALUATE
           ELSE
               PERFORM              0050-CONTA-SEQUENCIAL
           END-IF.
           MOVE      wk-contagem    TO          wk-mn-registros(wk-idx).
           MOVE      wk-medicao     TO          wk-mn-medicao(wk-idx).

           INITIALIZE               arqcrescimento-registro.
           MOVE      tb-arq-nome(wk-idx) TO     arqcrescimento-arquivo.
           MOVE      wk-hoje        TO          arqcrescimento-data.
           MOVE      wk-agora       TO          arqcrescimento-hora.
           MOVE      wk-contagem    TO
                                    arqcrescimento-registros.
           MOVE      wk-medicao     TO          arqcrescimento-situacao.
           WRITE     arqcrescimento-registro
            INVALID KEY
             REWRITE arqcrescimento-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-WRITE.
      *-----------------------------------------------------------------
       0031-CONTA-CLIENTE.

           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE EQUAL     ZEROS
               PERFORM              0031A-LE-CLIENTE
                 UNTIL FS-ARQCLIENTE-1 NOT EQUAL '0'
               CLOSE ARQCLIENTE
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0031A-LE-CLIENTE.

           READ      ARQCLIENTE NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQCLIENTE
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0032-CONTA-VENDEDOR.

           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR EQUAL     ZEROS
               PERFORM              0032A-LE-VENDEDOR
                 UNTIL FS-ARQVENDEDOR-1 NOT EQUAL '0'
               CLOSE ARQVENDEDOR
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0032A-LE-VENDEDOR.

           READ      ARQVENDEDOR NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQVENDEDOR
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0033-CONTA-VENDA.

           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA EQUAL     ZEROS
               PERFORM              0033A-LE-VENDA
                 UNTIL FS-ARQVENDA-1 NOT EQUAL '0'
               CLOSE ARQVENDA
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0033A-LE-VENDA.

           READ      ARQVENDA NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQVENDA
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0034-CONTA-ITEMVENDA.

           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA EQUAL     ZEROS
               PERFORM              0034A-LE-ITEMVENDA
                 UNTIL FS-ARQITEMVENDA-1 NOT EQUAL '0'
               CLOSE ARQITEMVENDA
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0034A-LE-ITEMVENDA.

           READ      ARQITEMVENDA NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQITEMVENDA
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0035-CONTA-TITULO.

           OPEN      INPUT        ARQTITULO.
           IF        FS-ARQTITULO EQUAL     ZEROS
               PERFORM              0035A-LE-TITULO
                 UNTIL FS-ARQTITULO-1 NOT EQUAL '0'
               CLOSE ARQTITULO
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0035A-LE-TITULO.

           READ      ARQTITULO NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTITULO
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0036-CONTA-CACHEDIST.

           OPEN      INPUT        ARQCACHEDIST.
           IF        FS-ARQCACHEDIST EQUAL     ZEROS
               PERFORM              0036A-LE-CACHEDIST
                 UNTIL FS-ARQCACHEDIST-1 NOT EQUAL '0'
               CLOSE ARQCACHEDIST
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0036A-LE-CACHEDIST.

           READ      ARQCACHEDIST NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQCACHEDIST
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0037-CONTA-SAIDA.

           OPEN      INPUT        ARQSAIDA.
           IF        FS-ARQSAIDA EQUAL     ZEROS
               PERFORM              0037A-LE-SAIDA
                 UNTIL FS-ARQSAIDA-1 NOT EQUAL '0'
               CLOSE ARQSAIDA
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0037A-LE-SAIDA.

           READ      ARQSAIDA NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQSAIDA
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0038-CONTA-VISITA.

           OPEN      INPUT        ARQVISITA.
           IF        FS-ARQVISITA EQUAL     ZEROS
               PERFORM              0038A-LE-VISITA
                 UNTIL FS-ARQVISITA-1 NOT EQUAL '0'
               CLOSE ARQVISITA
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0038A-LE-VISITA.

           READ      ARQVISITA NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQVISITA
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0039-CONTA-TRIAGEM.

           OPEN      INPUT        ARQTRIAGEM.
           IF        FS-ARQTRIAGEM EQUAL     ZEROS
               PERFORM              0039A-LE-TRIAGEM
                 UNTIL FS-ARQTRIAGEM-1 NOT EQUAL '0'
               CLOSE ARQTRIAGEM
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0039A-LE-TRIAGEM.

           READ      ARQTRIAGEM NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTRIAGEM
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0040-CONTA-EXECUCAO.

           OPEN      INPUT        ARQEXECUCAO.
           IF        FS-ARQEXECUCAO EQUAL     ZEROS
               PERFORM              0040A-LE-EXECUCAO
                 UNTIL FS-ARQEXECUCAO-1 NOT EQUAL '0'
               CLOSE ARQEXECUCAO
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0040A-LE-EXECUCAO.

           READ      ARQEXECUCAO NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQEXECUCAO
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0041-CONTA-MENSAGEM.

           OPEN      INPUT        ARQMENSAGEM.
           IF        FS-ARQMENSAGEM EQUAL     ZEROS
               PERFORM              0041A-LE-MENSAGEM
                 UNTIL FS-ARQMENSAGEM-1 NOT EQUAL '0'
               CLOSE ARQMENSAGEM
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0041A-LE-MENSAGEM.

           READ      ARQMENSAGEM NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQMENSAGEM
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0042-CONTA-ESTOQUE.

           OPEN      INPUT        ARQESTOQUE.
           IF        FS-ARQESTOQUE EQUAL     ZEROS
               PERFORM              0042A-LE-ESTOQUE
                 UNTIL FS-ARQESTOQUE-1 NOT EQUAL '0'
               CLOSE ARQESTOQUE
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0042A-LE-ESTOQUE.

           READ      ARQESTOQUE NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQESTOQUE
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0043-CONTA-TEMPOPASSO.

           OPEN      INPUT        ARQTEMPOPASSO.
           IF        FS-ARQTEMPOPASSO EQUAL     ZEROS
               PERFORM              0043A-LE-TEMPOPASSO
                 UNTIL FS-ARQTEMPOPASSO-1 NOT EQUAL '0'
               CLOSE ARQTEMPOPASSO
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0043A-LE-TEMPOPASSO.

           READ      ARQTEMPOPASSO NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTEMPOPASSO
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0044-CONTA-REGIAO.

           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO EQUAL     ZEROS
               PERFORM              0044A-LE-REGIAO
                 UNTIL FS-ARQREGIAO-1 NOT EQUAL '0'
               CLOSE ARQREGIAO
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0044A-LE-REGIAO.

           READ      ARQREGIAO NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQREGIAO
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
       0045-CONTA-OPERADOR.

           OPEN      INPUT        ARQOPERADOR.
           IF        FS-ARQOPERADOR EQUAL     ZEROS
               PERFORM              0045A-LE-OPERADOR
                 UNTIL FS-ARQOPERADOR-1 NOT EQUAL '0'
               CLOSE ARQOPERADOR
           ELSE
               MOVE  'A'            TO           wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0045A-LE-OPERADOR.

           READ      ARQOPERADOR NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQOPERADOR
            NOT AT END
             ADD     1              TO           wk-contagem
           END-READ.
      *-----------------------------------------------------------------
      *    Logs and interface files are line sequential: any of them
      *    is counted line by line through the generic file.
       0050-CONTA-SEQUENCIAL.

           MOVE      tb-arq-caminho(wk-idx) TO  wk-caminho-arqarquivo.
           OPEN      INPUT        ARQARQUIVO.
           IF        FS-ARQARQUIVO  EQUAL       ZEROS
               PERFORM              0050A-LE-SEQUENCIAL
                 UNTIL FS-ARQARQUIVO-1 NOT EQUAL '0'
               CLOSE ARQARQUIVO
           ELSE
               MOVE  'A'            TO          wk-medicao
           END-IF.
      *-----------------------------------------------------------------
       0050A-LE-SEQUENCIAL.

           READ      ARQARQUIVO     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQARQUIVO
            NOT AT END
             ADD     1              TO          wk-contagem
           END-READ.
      *---------------------------------------------------------------
       0060-GERA-RELATORIO.

           INITIALIZE               wk-totais.
           COMPUTE   wk-corte-30    =
                     FUNCTION DATE-OF-INTEGER
                              (FUNCTION INTEGER-OF-DATE(wk-hoje) - 30).
           COMPUTE   wk-corte-7     =
                     FUNCTION DATE-OF-INTEGER
                              (FUNCTION INTEGER-OF-DATE(wk-hoje) - 7).
           MOVE      wk-hoje        TO          wk-lti-hoje.
           MOVE      wk-horizonte   TO          wk-lti-horizonte.
           MOVE      wk-aviso       TO          wk-lti-aviso.
           OPEN      OUTPUT       ARQRELCAPAC.
           WRITE     arqrelcapac-linha FROM     wk-lin-titulo.
           MOVE      SPACES         TO          arqrelcapac-linha.
           WRITE     arqrelcapac-linha.
           WRITE     arqrelcapac-linha FROM     wk-lin-colunas.

           PERFORM   0061-ANALISA-ARQUIVO
             VARYING wk-idx        FROM         1
               BY    1
               UNTIL wk-idx        >            31.

           MOVE      SPACES         TO          arqrelcapac-linha.
           WRITE     arqrelcapac-linha.
           MOVE      wk-tot-medidos TO          wk-lt-medidos.
           MOVE      wk-tot-ausentes TO         wk-lt-ausentes.
           MOVE      wk-tot-atencao TO          wk-lt-atencao.
           MOVE      wk-tot-limite  TO          wk-lt-limite.
           MOVE      wk-tot-rotina  TO          wk-lt-rotina.
           WRITE     arqrelcapac-linha FROM     wk-lin-total.
           CLOSE     ARQRELCAPAC.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0061-ANALISA-ARQUIVO.

           INITIALIZE               wk-analise.
           MOVE      'N'            TO          wk-an-tem-sete.
           MOVE      tb-arq-nome(wk-idx) TO     arqcrescimento-arquivo.
           MOVE      wk-corte-30    TO          arqcrescimento-data.
           MOVE      'N'            TO          wk-fim-historico.
           START     ARQCRESCIMENTO KEY IS      NOT LESS
                                    ARQCRESCIMENTO-CHAVE
            INVALID KEY
             MOVE    'S'            TO          wk-fim-historico
           END-START.
           PERFORM   0062-LE-HISTORICO
             UNTIL   wk-fim-historico EQUAL     'S'.

           PERFORM   0063-CALCULA-TENDENCIA.
           PERFORM   0064-CLASSIFICA.
           PERFORM   0065-IMPRIME-ARQUIVO.
      *---------------------------------------------------------------
       0062-LE-HISTORICO.

           READ      ARQCRESCIMENTO NEXT RECORD
            AT END
             MOVE    'S'            TO          wk-fim-historico
            NOT AT END
             IF      arqcrescimento-arquivo NOT EQUAL
                                    tb-arq-nome(wk-idx)
                 MOVE 'S'           TO          wk-fim-historico
             ELSE
              IF     arqcrescimento-medido
                 IF   wk-an-base-data EQUAL     ZEROS
                     MOVE arqcrescimento-data TO wk-an-base-data
                     MOVE arqcrescimento-registros TO
                                    wk-an-base-qtd
                 END-IF
                 IF   arqcrescimento-data NOT GREATER wk-corte-7
                     MOVE arqcrescimento-registros TO
                                    wk-an-sete-qtd
                     MOVE 'S'       TO          wk-an-tem-sete
                 END-IF
                 IF   arqcrescimento-registros GREATER wk-an-pico
                     MOVE arqcrescimento-registros TO
                                    wk-an-pico
                 END-IF
                 MOVE arqcrescimento-data TO    wk-an-ult-data
                 MOVE arqcrescimento-registros TO wk-an-ult-qtd
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Growth per day from the oldest to the newest count of the
      *    window; a file with a single count has no trend yet and
      *    is projected flat.
       0063-CALCULA-TENDENCIA.

           IF        wk-an-base-data NOT EQUAL  ZEROS
               COMPUTE wk-an-dias   =
                       FUNCTION INTEGER-OF-DATE(wk-an-ult-data)
                     - FUNCTION INTEGER-OF-DATE(wk-an-base-data)
           END-IF.
           IF        wk-an-dias     GREATER     ZEROS
               COMPUTE wk-an-cresc-dia ROUNDED =
                       (wk-an-ult-qtd - wk-an-base-qtd) / wk-an-dias
           END-IF.
           COMPUTE   wk-an-projecao =
                     wk-an-ult-qtd + wk-an-cresc-dia * wk-horizonte.
           IF        wk-an-projecao LESS        ZEROS
               MOVE  ZEROS          TO          wk-an-projecao
           END-IF.
           IF        wk-mn-limite(wk-idx) GREATER ZEROS
               COMPUTE wk-an-uso    =
                       wk-an-ult-qtd * 100 / wk-mn-limite(wk-idx)
           END-IF.
           IF        wk-an-cresc-dia GREATER    ZEROS
            AND      wk-an-ult-qtd  LESS        wk-mn-limite(wk-idx)
               COMPUTE wk-an-dias-limite =
                       (wk-mn-limite(wk-idx) - wk-an-ult-qtd)
                     / wk-an-cresc-dia
               IF    wk-an-dias-limite GREATER  99999
                   MOVE 99999       TO          wk-an-dias-limite
               END-IF
           END-IF.
           IF        wk-an-pico     GREATER     ZEROS
               COMPUTE wk-an-queda  =
                       (wk-an-pico - wk-an-ult-qtd) * 100 / wk-an-pico
           END-IF.
      *---------------------------------------------------------------
       0064-CLASSIFICA.

           EVALUATE  TRUE
            WHEN     wk-mn-medicao(wk-idx) EQUAL 'A'
             MOVE    'AUSENTE'      TO          wk-an-situacao
             ADD     1              TO          wk-tot-ausentes
            WHEN     wk-an-ult-qtd  NOT LESS    wk-mn-limite(wk-idx)
             MOVE    'LIMITE'       TO          wk-an-situacao
             ADD     1              TO          wk-tot-medidos
                                                wk-tot-limite
            WHEN     wk-an-uso      NOT LESS    wk-aviso
            WHEN     wk-an-projecao NOT LESS    wk-mn-limite(wk-idx)
             MOVE    'ATENCAO'      TO          wk-an-situacao
             ADD     1              TO          wk-tot-medidos
                                                wk-tot-atencao
            WHEN     OTHER
             MOVE    'OK'           TO          wk-an-situacao
             ADD     1              TO          wk-tot-medidos
           END-EVALUATE.

           MOVE      SPACES         TO          wk-an-recomendacao.
           IF        wk-an-situacao EQUAL       'LIMITE'
            OR       wk-an-situacao EQUAL       'ATENCAO'
               EVALUATE tb-arq-rotina(wk-idx)
                WHEN 'A'
                 MOVE 'ARQUIVAMORTO (04.13)' TO wk-an-recomendacao
                WHEN 'R'
                 MOVE 'REORGANIZAR (04.34)' TO  wk-an-recomendacao
                WHEN OTHER
                 IF   tb-arq-tipo(wk-idx) EQUAL 'M'
                     MOVE 'REVER LIMITE'  TO    wk-an-recomendacao
                 ELSE
                     MOVE 'EXPURGO MANUAL' TO   wk-an-recomendacao
                 END-IF
               END-EVALUATE
           END-IF.
           IF        wk-an-recomendacao EQUAL   SPACES
            AND      tb-arq-rotina(wk-idx) EQUAL 'R'
            AND      wk-an-queda    NOT LESS    10
               MOVE  'REORGANIZAR (04.34)' TO   wk-an-recomendacao
           END-IF.
           IF        wk-an-recomendacao (1:12) EQUAL 'ARQUIVAMORTO'
            OR       wk-an-recomendacao (1:11) EQUAL 'REORGANIZAR'
               ADD   1              TO          wk-tot-rotina
           END-IF.
      *---------------------------------------------------------------
       0065-IMPRIME-ARQUIVO.

           MOVE      tb-arq-nome(wk-idx) TO     wk-ld-arquivo.
           MOVE      tb-arq-tipo(wk-idx) TO     wk-ld-tipo.
           MOVE      wk-an-base-qtd TO          wk-ld-base.
           IF        wk-an-tem-sete EQUAL       'S'
               MOVE  wk-an-sete-qtd TO          wk-ld-sete
           ELSE
               MOVE  wk-an-base-qtd TO          wk-ld-sete
           END-IF.
           MOVE      wk-mn-registros(wk-idx) TO wk-ld-hoje.
           MOVE      wk-an-cresc-dia TO         wk-ld-cresc.
           MOVE      wk-an-projecao TO          wk-ld-projecao.
           MOVE      wk-mn-limite(wk-idx) TO    wk-ld-limite.
           MOVE      wk-an-uso      TO          wk-ld-uso.
           MOVE      wk-an-dias-limite TO       wk-ld-dias.
           MOVE      wk-an-situacao TO          wk-ld-situacao.
           MOVE      wk-an-recomendacao TO      wk-ld-recomendacao.
           WRITE     arqrelcapac-linha FROM     wk-lin-detalhe.
      *---------------------------------------------------------------
      *    The chain reads 4 as "finished, look at it": some file is
      *    at its limit or on its way there.
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
               CLOSE ARQCRESCIMENTO
               IF    wk-tot-limite  GREATER     ZEROS
                OR   wk-tot-atencao GREATER     ZEROS
                   MOVE 4           TO          RETURN-CODE
               ELSE
                   MOVE 0           TO          RETURN-CODE
               END-IF
           ELSE
               MOVE  8              TO          RETURN-CODE
           END-IF.
           GOBACK.
           exit program.

           end program monitoraarquivos.
