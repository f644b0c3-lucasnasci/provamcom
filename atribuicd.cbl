       program-id. atribuicd as "atribuicd".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqcdselect.cpy".
           copy "arqclicdselect.cpy".
           copy "arqclienteselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqrelcdcliselect.cpy".
           copy "arqrelcddistselect.cpy".
           select    sort-cd-work assign to "SORTCD".

       data division.

           file section.

           copy "arqcdfd.cpy".
           copy "arqclicdfd.cpy".
           copy "arqclientefd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqrelcdclifd.cpy".
           copy "arqrelcddistfd.cpy".

           SD  SORT-CD-WORK.
           01  SORT-CD-REG.
               05 SORT-CD               pic  9(005).
               05 SORT-DISTANCIA        pic  9(005)v9(002).
               05 SORT-CLIENTE          pic  9(007).
               05 SORT-RAZ-SOC          pic  x(040).
               05 SORT-CIDADE           pic  x(030).
               05 SORT-UF               pic  x(002).
               05 SORT-CD-ANTERIOR      pic  9(005).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqcd         pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cd.dat".
           01  wk-caminho-arqclicd      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\clicd.dat".
           01  wk-caminho-arqcliente    pic x(070) value
               "C:\Users\Cliente\Documents\PROVACOBOL\arqcliente.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqrelcdcli   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcdcli.txt".
           01  wk-caminho-arqrelcddist  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relcddist.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-batch               pic x(001) value 'N'.
              05 wk-fim-ordenacao       pic x(001) value 'N'.
              05 wk-primeiro            pic x(001) value 'S'.
              05 wk-tem-atribuicao      pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-hoje                  pic 9(008) value zeros.

      *    Ativo depots of the empresa with what each one ends up
      *    serving: client count, summed and longest road distance,
      *    and the count per delivery distance band.
           01  wk-depositos.
              05 wk-cd-qtd              pic 9(003) comp value zeros.
              05 wk-cd-idx              pic 9(003) comp value zeros.
              05 wk-cd-item             occurs 200 times.
               07 wk-cd-codigo          pic 9(005).
               07 wk-cd-nome            pic x(040).
               07 wk-cd-uf              pic x(002).
               07 wk-cd-lat             pic s9(003)v9(008).
               07 wk-cd-lon             pic s9(003)v9(008).
               07 wk-cd-clientes        pic 9(007).
               07 wk-cd-soma-km         pic 9(011)v9(002).
               07 wk-cd-maior-km        pic 9(005)v9(002).
               07 wk-cd-faixa           occurs 4 times pic 9(007).

      *    Road factors per regiao, loaded once as executar does --
      *    a missing file or regiao leaves the neutral 1,00.
           01  wk-fatores.
              05 wk-ft-qtd              pic 9(003) comp value zeros.
              05 wk-ft-idx              pic 9(003) comp value zeros.
              05 wk-ft-item             occurs 999 times.
                 07 wk-ft-regiao        pic 9(007).
                 07 wk-ft-fator         pic 9(001)v9(002).
           01  wk-fator-rodoviario      pic 9(001)v9(002) value 1,00.
           01  wk-ft-achou              pic x(001) value 'N'.

           01  wk-escolha.
              05 wk-es-melhor           pic 9(003) comp value zeros.
              05 wk-es-melhor-km        pic s9(005)v9(002) value zeros.
              05 wk-es-melhor-reta      pic s9(005)v9(002) value zeros.
              05 wk-es-km-estrada       pic s9(005)v9(002) value zeros.
              05 wk-es-faixa            pic 9(001) value zeros.

           01  wk-calculo-distancia.
              05 wk-resultado           pic s9(005)v9(002) value zeros.
              05 wk-pi                  usage comp-2
                                         value 3,14159265358979.
              05 wk-raio-terra          usage comp-2 value 6371.
              05 wk-dlat-rad            usage comp-2 value zeros.
              05 wk-dlon-rad            usage comp-2 value zeros.
              05 wk-hav-a               usage comp-2 value zeros.
              05 wk-hav-c               usage comp-2 value zeros.

           01  wk-quebra.
              05 wk-qb-cd               pic 9(005) value zeros.
              05 wk-qb-qtd              pic 9(007) value zeros.
              05 wk-qb-soma-km          pic 9(011)v9(002) value zeros.

           01  wk-totais.
              05 wk-tot-clientes        pic 9(007) value zeros.
              05 wk-tot-novos           pic 9(007) value zeros.
              05 wk-tot-reatribuidos    pic 9(007) value zeros.
              05 wk-tot-mantidos        pic 9(007) value zeros.
              05 wk-tot-sem-coordenada  pic 9(007) value zeros.
              05 wk-tot-removidos       pic 9(007) value zeros.

           01  wk-lin-titulo.
              05 wk-lti-texto           pic x(048).
              05 filler                 pic x(009) value " EMISSAO ".
              05 wk-lti-data            pic 9(008).
           01  wk-lin-cd.
              05 filler                 pic x(003) value "CD ".
              05 wk-lc-codigo           pic 9(005).
              05 filler                 pic x(001) value space.
              05 wk-lc-nome             pic x(040).
              05 filler                 pic x(001) value space.
              05 wk-lc-uf               pic x(002).
           01  wk-lin-cabec.
              05 filler                 pic x(052) value
                 "    CLIENTE RAZAO SOCIAL                   CIDADE   ".
              05 filler                 pic x(040) value
                 "                UF     KM ESTR CD ANT.".
           01  wk-lin-detalhe.
              05 filler                 pic x(004) value spaces.
              05 wk-ld-cliente          pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-ld-raz-soc          pic x(030).
              05 filler                 pic x(001) value space.
              05 wk-ld-cidade           pic x(025).
              05 filler                 pic x(001) value space.
              05 wk-ld-uf               pic x(002).
              05 filler                 pic x(001) value space.
              05 wk-ld-km               pic zz.zz9,99.
              05 filler                 pic x(002) value spaces.
              05 wk-ld-cd-anterior      pic zzzz9.
           01  wk-lin-subtotal.
              05 filler                 pic x(004) value spaces.
              05 wk-ls-rotulo           pic x(020).
              05 filler                 pic x(005) value "QTD ".
              05 wk-ls-qtd              pic zzzzzz9.
              05 filler                 pic x(012) value
                 "  KM MEDIO ".
              05 wk-ls-media            pic zz.zz9,99.
           01  wk-lin-dist-cabec.
              05 filler                 pic x(050) value
                 "CD    NOME                     CLIENTES  KM MEDIO ".
              05 filler                 pic x(060) value
                 "  KM MAIOR  ATE 50 51-150 151-300 ACIMA 300".
           01  wk-lin-dist.
              05 wk-di-codigo           pic 9(005).
              05 filler                 pic x(001) value space.
              05 wk-di-nome             pic x(025).
              05 filler                 pic x(001) value space.
              05 wk-di-clientes         pic zzzzzz9.
              05 filler                 pic x(001) value space.
              05 wk-di-media            pic zz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-di-maior            pic zz.zz9,99.
              05 filler                 pic x(001) value space.
              05 wk-di-faixa1           pic zzzzzz9.
              05 wk-di-faixa2           pic zzzzz9.
              05 wk-di-faixa3           pic zzzzzzz9.
              05 wk-di-faixa4           pic zzzzzzzzz9.
           01  wk-lin-total.
              05 wk-lt-rotulo           pic x(030).
              05 wk-lt-qtd              pic zzzzzz9.

           copy "arqcdfs.cpy".
           copy "arqclicdfs.cpy".
           copy "arqclientefs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqrelcdclifs.cpy".
           copy "arqrelcddistfs.cpy".

           LINKAGE SECTION.

           01  wk-opcao-entrada                 pic x(005).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ATRIBUICAO DE CLIENTES AOS CDS".
               05  line  3   col  05 value
                         "1 Atribuir clientes ao CD mais proximo".
               05  line  4   col  05 value
                         "9 Encerrar".
               05  line  4   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA ATRIBUICAO (relcdcli/relcddist)".
               05  line  3   col  05 VALUE
                         "Clientes ativos atendidos".
               05  line  3   col  43   using wk-tot-clientes.
               05  line  4   col  05 VALUE
                         "Atribuidos pela primeira vez".
               05  line  4   col  43   using wk-tot-novos.
               05  line  5   col  05 VALUE
                         "Mudaram de CD".
               05  line  5   col  43   using wk-tot-reatribuidos.
               05  line  6   col  05 VALUE
                         "Mantidos no mesmo CD".
               05  line  6   col  43   using wk-tot-mantidos.
               05  line  7   col  05 VALUE
                         "Sem coordenadas (fora)".
               05  line  7   col  43   using wk-tot-sem-coordenada.
               05  line  8   col  05 VALUE
                         "Atribuicoes removidas".
               05  line  8   col  43   using wk-tot-removidos.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada.

       perform       0000-controle.

       IF            wk-batch       EQUAL       'S'
           IF        fl-ok          EQUAL       'S'
               PERFORM   0020-ATRIBUI-DEPOSITOS
           END-IF
       ELSE
           PERFORM       0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      'S'            TO          fl-ok.
           IF        wk-opcao-entrada EQUAL     'BATCH'
               MOVE  'S'            TO          wk-batch
           END-IF.
           CALL      'empresaatual' USING       wk-empresa-corrente.

           OPEN      INPUT        ARQCD.
           IF        FS-ARQCD       NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCD
                                                 WK-MSG
           END-IF.
           OPEN      INPUT        ARQCLIENTE.
           IF        FS-ARQCLIENTE  NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLIENTE
                                                 WK-MSG
           END-IF.
           OPEN      I-O          ARQCLICD.
           IF        FS-ARQCLICD    EQUAL       '05'
            OR       FS-ARQCLICD    EQUAL       '35'
               CLOSE      ARQCLICD
               OPEN       OUTPUT      ARQCLICD
               CLOSE      ARQCLICD
               OPEN       I-O         ARQCLICD
           END-IF.
           IF        FS-ARQCLICD    NOT EQUAL   ZEROS
               MOVE  'N'            TO          fl-ok
               CALL  'fsmensagem'   USING       FS-ARQCLICD
                                                 WK-MSG
           ELSE
               MOVE  'S'            TO          wk-tem-atribuicao
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             MOVE      SPACES        TO         wk-msg
             PERFORM   0020-ATRIBUI-DEPOSITOS
             IF        wk-msg        EQUAL      SPACES
                 DISPLAY SC-TELA-RESUMO
                 ACCEPT  SC-TELA-RESUMO
             END-IF
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            MOVE       ZEROS         TO         wk-opcao
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Every ativo client of the empresa with coordinates goes to
      *    the ativo depot nearest by road -- the same haversine and
      *    regional road factor executar applies to vendedores. A
      *    client whose depot closed simply lands on the next one;
      *    the listing comes out of the sort by depot and distance,
      *    the distance report out of the per-depot totals.
       0020-ATRIBUI-DEPOSITOS.

           INITIALIZE               wk-totais.
           ACCEPT    wk-hoje        FROM        DATE.
           PERFORM   0005-CARREGA-DEPOSITOS.
           IF        wk-cd-qtd      EQUAL       ZEROS
               MOVE  'Nenhum CD ativo cadastrado' TO        wk-msg
               MOVE  'N'            TO          fl-ok
           ELSE
               PERFORM              0005E-CARREGA-FATORES
               MOVE  'S'            TO          wk-primeiro
               MOVE  'N'            TO          wk-fim-ordenacao
               OPEN  OUTPUT       ARQRELCDCLI
               MOVE  'CLIENTES POR CENTRO DE DISTRIBUICAO'
                                    TO          wk-lti-texto
               MOVE  wk-hoje        TO          wk-lti-data
               WRITE arqrelcdcli-linha FROM     wk-lin-titulo

               SORT  SORT-CD-WORK
                     ON ASCENDING KEY        SORT-CD
                                             SORT-DISTANCIA
                                             SORT-CLIENTE
                     INPUT PROCEDURE IS      0021-ATRIBUI-CLIENTES
                     OUTPUT PROCEDURE IS     0030-LISTA-CLIENTES

               MOVE  SPACES         TO          arqrelcdcli-linha
               WRITE arqrelcdcli-linha
               MOVE  'TOTAL GERAL'  TO          wk-ls-rotulo
               MOVE  wk-tot-clientes TO         wk-ls-qtd
               MOVE  ZEROS          TO          wk-ls-media
               WRITE arqrelcdcli-linha FROM     wk-lin-subtotal
               CLOSE ARQRELCDCLI
               PERFORM              0040-RELATORIO-DISTANCIA
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0005-CARREGA-DEPOSITOS.

           MOVE      ZEROS          TO          wk-cd-qtd.
           MOVE      LOW-VALUES     TO          ARQCD-CHAVE.
           START     ARQCD          KEY IS      NOT LESS
                                    ARQCD-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCD
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCD
           END-START.
           PERFORM   0005A-LE-DEPOSITO
             UNTIL   FS-ARQCD       EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCD.
      *---------------------------------------------------------------
       0005A-LE-DEPOSITO.

           READ      ARQCD          NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCD
            NOT AT END
             IF      arqcd-empresa  EQUAL       wk-empresa-corrente
              AND    arqcd-ativo
              AND    wk-cd-qtd      <           200
                 ADD  1             TO          wk-cd-qtd
                 MOVE arqcd-codigo  TO          wk-cd-codigo(wk-cd-qtd)
                 MOVE arqcd-nome    TO          wk-cd-nome(wk-cd-qtd)
                 MOVE arqcd-uf      TO          wk-cd-uf(wk-cd-qtd)
                 MOVE arqcd-lat     TO          wk-cd-lat(wk-cd-qtd)
                 MOVE arqcd-lon     TO          wk-cd-lon(wk-cd-qtd)
                 MOVE ZEROS         TO
                                    wk-cd-clientes(wk-cd-qtd)
                                    wk-cd-soma-km(wk-cd-qtd)
                                    wk-cd-maior-km(wk-cd-qtd)
                                    wk-cd-faixa(wk-cd-qtd 1)
                                    wk-cd-faixa(wk-cd-qtd 2)
                                    wk-cd-faixa(wk-cd-qtd 3)
                                    wk-cd-faixa(wk-cd-qtd 4)
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Loads each regiao's road factor once -- a missing file or
      *    regiao leaves the neutral 1,00 in place.
       0005E-CARREGA-FATORES.

           MOVE      ZEROS          TO          wk-ft-qtd.
           OPEN      INPUT        ARQREGIAO.
           IF        FS-ARQREGIAO   EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQREGIAO-CHAVE
               START ARQREGIAO      KEY IS      NOT LESS
                                    ARQREGIAO-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQREGIAO
               END-START
               PERFORM              0005F-CARREGA-FATOR
                 UNTIL FS-ARQREGIAO EQUAL       '10'
               CLOSE ARQREGIAO
           END-IF.
      *---------------------------------------------------------------
       0005F-CARREGA-FATOR.

           READ      ARQREGIAO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQREGIAO
            NOT AT END
             IF      arqregiao-empresa EQUAL    wk-empresa-corrente
              AND    wk-ft-qtd      <           999
                 ADD  1             TO          wk-ft-qtd
                 MOVE arqregiao-codigo TO
                                    wk-ft-regiao(wk-ft-qtd)
                 IF   arqregiao-fator-rodoviario EQUAL ZEROS
                     MOVE 1,00      TO          wk-ft-fator(wk-ft-qtd)
                 ELSE
                     MOVE arqregiao-fator-rodoviario TO
                                    wk-ft-fator(wk-ft-qtd)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Resolves the factor of the client in the record area --
      *    regiao zero or unknown keeps the neutral 1,00.
       0012H-FATOR-REGIAO.

           MOVE      1,00           TO          wk-fator-rodoviario.
           IF        arqcliente-regiao-codigo NOT EQUAL ZEROS
               MOVE  'N'            TO          wk-ft-achou
               PERFORM              0012I-PROCURA-FATOR
                 VARYING wk-ft-idx  FROM        1
                   BY    1
                   UNTIL wk-ft-idx  >           wk-ft-qtd
                    OR   wk-ft-achou EQUAL      'S'
           END-IF.
      *---------------------------------------------------------------
       0012I-PROCURA-FATOR.

           IF        wk-ft-regiao(wk-ft-idx) EQUAL
                                    arqcliente-regiao-codigo
               MOVE  wk-ft-fator(wk-ft-idx) TO  wk-fator-rodoviario
               MOVE  'S'            TO          wk-ft-achou
           END-IF.
      *---------------------------------------------------------------
       0021-ATRIBUI-CLIENTES.

           MOVE      LOW-VALUES     TO          ARQCLIENTE-CHAVE.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0022-LE-CLIENTE
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.
      *---------------------------------------------------------------
      *    Only ativo clients are served. One that left the base, or
      *    has no coordinates to measure from, loses any depot a
      *    prior run gave it rather than keep a stale one.
       0022-LE-CLIENTE.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             IF      arqcliente-empresa EQUAL   wk-empresa-corrente
                 IF   arqcliente-ativo
                  AND ( arqcliente-lat NOT EQUAL ZEROS
                  OR    arqcliente-lon NOT EQUAL ZEROS )
                     PERFORM        0023-ESCOLHE-DEPOSITO
                     PERFORM        0024-GRAVA-ATRIBUICAO
                 ELSE
                     IF   arqcliente-ativo
                         ADD 1      TO          wk-tot-sem-coordenada
                     END-IF
                     PERFORM        0025-REMOVE-ATRIBUICAO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0023-ESCOLHE-DEPOSITO.

           PERFORM   0012H-FATOR-REGIAO.
           MOVE      ZEROS          TO          wk-es-melhor.
           MOVE      99999,99       TO          wk-es-melhor-km.
           PERFORM   0023A-MEDE-DEPOSITO
             VARYING wk-cd-idx      FROM        1
               BY    1
               UNTIL wk-cd-idx      >           wk-cd-qtd.
      *---------------------------------------------------------------
       0023A-MEDE-DEPOSITO.

           COMPUTE   wk-dlat-rad    =
                     (wk-cd-lat(wk-cd-idx) - arqcliente-lat)
                     * wk-pi / 180.
           COMPUTE   wk-dlon-rad    =
                     (wk-cd-lon(wk-cd-idx) - arqcliente-lon)
                     * wk-pi / 180.
           COMPUTE   wk-hav-a       =
                     FUNCTION SIN(wk-dlat-rad / 2) ** 2 +
                     FUNCTION COS(arqcliente-lat * wk-pi / 180) *
                     FUNCTION COS(wk-cd-lat(wk-cd-idx) * wk-pi / 180) *
                     FUNCTION SIN(wk-dlon-rad / 2) ** 2.
           COMPUTE   wk-hav-c       =
                     2 * FUNCTION ASIN(FUNCTION SQRT(wk-hav-a)).
           COMPUTE   wk-resultado   =
                     wk-hav-c * wk-raio-terra.
           COMPUTE   wk-es-km-estrada ROUNDED =
                     wk-resultado * wk-fator-rodoviario.
           IF        wk-es-km-estrada <         wk-es-melhor-km
               MOVE  wk-cd-idx      TO          wk-es-melhor
               MOVE  wk-es-km-estrada TO        wk-es-melhor-km
               MOVE  wk-resultado   TO          wk-es-melhor-reta
           END-IF.
      *---------------------------------------------------------------
       0024-GRAVA-ATRIBUICAO.

           MOVE      arqcliente-codigo TO       arqclicd-cliente-codigo.
           READ      ARQCLICD       KEY IS      ARQCLICD-CLIENTE-CODIGO
            INVALID KEY
             ADD     1              TO          wk-tot-novos
             MOVE    arqcliente-codigo TO       arqclicd-cliente-codigo
             MOVE    wk-empresa-corrente TO     arqclicd-empresa
             MOVE    wk-cd-codigo(wk-es-melhor) TO arqclicd-cd-codigo
             MOVE    ZEROS          TO          arqclicd-cd-anterior
             PERFORM 0024A-MOVE-DISTANCIAS
             WRITE   arqclicd-registro
              INVALID KEY
               CONTINUE
             END-WRITE
            NOT INVALID KEY
             IF      arqclicd-cd-codigo EQUAL
                                    wk-cd-codigo(wk-es-melhor)
                 ADD  1             TO          wk-tot-mantidos
             ELSE
                 ADD  1             TO          wk-tot-reatribuidos
                 MOVE arqclicd-cd-codigo TO     arqclicd-cd-anterior
                 MOVE wk-cd-codigo(wk-es-melhor) TO
                                    arqclicd-cd-codigo
             END-IF
             PERFORM 0024A-MOVE-DISTANCIAS
             REWRITE arqclicd-registro
              INVALID KEY
               CONTINUE
             END-REWRITE
           END-READ.

           ADD       1              TO          wk-tot-clientes.
           ADD       1              TO
                                    wk-cd-clientes(wk-es-melhor).
           ADD       wk-es-melhor-km TO     wk-cd-soma-km(wk-es-melhor).
           IF        wk-es-melhor-km >      wk-cd-maior-km(wk-es-melhor)
               MOVE  wk-es-melhor-km TO     wk-cd-maior-km(wk-es-melhor)
           END-IF.
           EVALUATE  TRUE
            WHEN     wk-es-melhor-km NOT GREATER 50
             MOVE    1              TO          wk-es-faixa
            WHEN     wk-es-melhor-km NOT GREATER 150
             MOVE    2              TO          wk-es-faixa
            WHEN     wk-es-melhor-km NOT GREATER 300
             MOVE    3              TO          wk-es-faixa
            WHEN     OTHER
             MOVE    4              TO          wk-es-faixa
           END-EVALUATE.
           ADD       1              TO
                              wk-cd-faixa(wk-es-melhor wk-es-faixa).

           INITIALIZE               SORT-CD-REG.
           MOVE      arqclicd-cd-codigo TO      SORT-CD.
           MOVE      wk-es-melhor-km TO         SORT-DISTANCIA.
           MOVE      arqcliente-codigo TO       SORT-CLIENTE.
           MOVE      arqcliente-raz-soc TO      SORT-RAZ-SOC.
           MOVE      arqcliente-cidade TO       SORT-CIDADE.
           MOVE      arqcliente-uf  TO          SORT-UF.
           MOVE      arqclicd-cd-anterior TO    SORT-CD-ANTERIOR.
           RELEASE   SORT-CD-REG.
      *---------------------------------------------------------------
       0024A-MOVE-DISTANCIAS.

           MOVE      wk-es-melhor-km TO         arqclicd-distancia.
           MOVE      wk-es-melhor-reta TO       arqclicd-distancia-reta.
           MOVE      wk-hoje        TO          arqclicd-data.
      *---------------------------------------------------------------
       0025-REMOVE-ATRIBUICAO.

           MOVE      arqcliente-codigo TO       arqclicd-cliente-codigo.
           READ      ARQCLICD       KEY IS      ARQCLICD-CLIENTE-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             DELETE  ARQCLICD       RECORD
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-removidos
             END-DELETE
           END-READ.
      *---------------------------------------------------------------
       0030-LISTA-CLIENTES.

           PERFORM   0031-RETURN-CLIENTE
             UNTIL   wk-fim-ordenacao EQUAL     'S'.
           IF        wk-primeiro    EQUAL       'N'
               PERFORM              0033-FECHA-DEPOSITO
           END-IF.
      *---------------------------------------------------------------
       0031-RETURN-CLIENTE.

           RETURN    SORT-CD-WORK
            AT END
             MOVE    'S'            TO          wk-fim-ordenacao
            NOT AT END
             IF      wk-primeiro    EQUAL       'S'
                 MOVE 'N'           TO          wk-primeiro
                 PERFORM            0032-ABRE-DEPOSITO
             ELSE
              IF     SORT-CD        NOT EQUAL   wk-qb-cd
                 PERFORM            0033-FECHA-DEPOSITO
                 PERFORM            0032-ABRE-DEPOSITO
              END-IF
             END-IF
             PERFORM                0034-IMPRIME-DETALHE
           END-RETURN.
      *---------------------------------------------------------------
       0032-ABRE-DEPOSITO.

           MOVE      SORT-CD        TO          wk-qb-cd.
           MOVE      ZEROS          TO          wk-qb-qtd
                                                 wk-qb-soma-km.
           MOVE      SORT-CD        TO          wk-lc-codigo.
           MOVE      SPACES         TO          wk-lc-nome
                                                 wk-lc-uf.
           PERFORM   0032A-PROCURA-DEPOSITO
             VARYING wk-cd-idx      FROM        1
               BY    1
               UNTIL wk-cd-idx      >           wk-cd-qtd.
           MOVE      SPACES         TO          arqrelcdcli-linha.
           WRITE     arqrelcdcli-linha.
           WRITE     arqrelcdcli-linha FROM     wk-lin-cd.
           WRITE     arqrelcdcli-linha FROM     wk-lin-cabec.
      *---------------------------------------------------------------
       0032A-PROCURA-DEPOSITO.

           IF        wk-cd-codigo(wk-cd-idx) EQUAL SORT-CD
               MOVE  wk-cd-nome(wk-cd-idx) TO   wk-lc-nome
               MOVE  wk-cd-uf(wk-cd-idx) TO     wk-lc-uf
           END-IF.
      *---------------------------------------------------------------
       0033-FECHA-DEPOSITO.

           MOVE      'SUBTOTAL CD'  TO          wk-ls-rotulo.
           MOVE      wk-qb-qtd      TO          wk-ls-qtd.
           IF        wk-qb-qtd      GREATER     ZEROS
               COMPUTE wk-ls-media  ROUNDED =   wk-qb-soma-km
                                              / wk-qb-qtd
           ELSE
               MOVE  ZEROS          TO          wk-ls-media
           END-IF.
           WRITE     arqrelcdcli-linha FROM     wk-lin-subtotal.
      *---------------------------------------------------------------
       0034-IMPRIME-DETALHE.

           MOVE      SORT-CLIENTE   TO          wk-ld-cliente.
           MOVE      SORT-RAZ-SOC   TO          wk-ld-raz-soc.
           MOVE      SORT-CIDADE    TO          wk-ld-cidade.
           MOVE      SORT-UF        TO          wk-ld-uf.
           MOVE      SORT-DISTANCIA TO          wk-ld-km.
           MOVE      SORT-CD-ANTERIOR TO        wk-ld-cd-anterior.
           WRITE     arqrelcdcli-linha FROM     wk-lin-detalhe.
           ADD       1              TO          wk-qb-qtd.
           ADD       SORT-DISTANCIA TO          wk-qb-soma-km.
      *---------------------------------------------------------------
      *    One line per ativo depot: how many clients it serves, the
      *    average and longest road distance, and the spread over the
      *    delivery bands logistics plans its routes by.
       0040-RELATORIO-DISTANCIA.

           OPEN      OUTPUT       ARQRELCDDIST.
           MOVE      'DISTANCIA DE ENTREGA POR CENTRO DE DISTRIBUICAO'
                                    TO          wk-lti-texto.
           MOVE      wk-hoje        TO          wk-lti-data.
           WRITE     arqrelcddist-linha FROM    wk-lin-titulo.
           MOVE      SPACES         TO          arqrelcddist-linha.
           WRITE     arqrelcddist-linha.
           WRITE     arqrelcddist-linha FROM    wk-lin-dist-cabec.
           PERFORM   0041-LINHA-DEPOSITO
             VARYING wk-cd-idx      FROM        1
               BY    1
               UNTIL wk-cd-idx      >           wk-cd-qtd.
           MOVE      SPACES         TO          arqrelcddist-linha.
           WRITE     arqrelcddist-linha.
           MOVE      'CLIENTES ATENDIDOS' TO    wk-lt-rotulo.
           MOVE      wk-tot-clientes TO         wk-lt-qtd.
           WRITE     arqrelcddist-linha FROM    wk-lin-total.
           MOVE      'MUDARAM DE CD' TO         wk-lt-rotulo.
           MOVE      wk-tot-reatribuidos TO     wk-lt-qtd.
           WRITE     arqrelcddist-linha FROM    wk-lin-total.
           MOVE      'SEM COORDENADAS' TO       wk-lt-rotulo.
           MOVE      wk-tot-sem-coordenada TO   wk-lt-qtd.
           WRITE     arqrelcddist-linha FROM    wk-lin-total.
           CLOSE     ARQRELCDDIST.
      *---------------------------------------------------------------
       0041-LINHA-DEPOSITO.

           MOVE      wk-cd-codigo(wk-cd-idx) TO wk-di-codigo.
           MOVE      wk-cd-nome(wk-cd-idx) TO   wk-di-nome.
           MOVE      wk-cd-clientes(wk-cd-idx) TO wk-di-clientes.
           IF        wk-cd-clientes(wk-cd-idx) GREATER ZEROS
               COMPUTE wk-di-media  ROUNDED =
                       wk-cd-soma-km(wk-cd-idx)
                     / wk-cd-clientes(wk-cd-idx)
           ELSE
               MOVE  ZEROS          TO          wk-di-media
           END-IF.
           MOVE      wk-cd-maior-km(wk-cd-idx) TO wk-di-maior.
           MOVE      wk-cd-faixa(wk-cd-idx 1) TO wk-di-faixa1.
           MOVE      wk-cd-faixa(wk-cd-idx 2) TO wk-di-faixa2.
           MOVE      wk-cd-faixa(wk-cd-idx 3) TO wk-di-faixa3.
           MOVE      wk-cd-faixa(wk-cd-idx 4) TO wk-di-faixa4.
           WRITE     arqrelcddist-linha FROM    wk-lin-dist.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        fl-ok          EQUAL       'S'
            OR       wk-tem-atribuicao EQUAL    'S'
               CLOSE ARQCD
               CLOSE ARQCLIENTE
               CLOSE ARQCLICD
           END-IF.
           EVALUATE  TRUE
            WHEN     fl-ok          NOT EQUAL   'S'
             MOVE    8              TO          RETURN-CODE
            WHEN     wk-tot-sem-coordenada GREATER ZEROS
             MOVE    4              TO          RETURN-CODE
            WHEN     OTHER
             MOVE    0              TO          RETURN-CODE
           END-EVALUATE.
           GOBACK.
           exit program.

           end program atribuicd.
