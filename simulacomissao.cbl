       program-id. simulacomissao as "simulacomissao".

       environment division.
       configuration section.
       special-names.
           decimal-point is comma.

       input-output section.
       file-control.

           copy "arqvendedorselect.cpy".
           copy "arqvendaselect.cpy".
           copy "arqcomissaoselect.cpy".
           copy "arqcontratoselect.cpy".
           copy "arqregracomselect.cpy".
           copy "arqpropcomselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqrateioselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqrelsimulselect.cpy".

       data division.

           file section.

           copy "arqvendedorfd.cpy".
           copy "arqvendafd.cpy".
           copy "arqcomissaofd.cpy".
           copy "arqcontratofd.cpy".
           copy "arqregracomfd.cpy".
           copy "arqpropcomfd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqrateiofd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqempresacadfd.cpy".

           copy "arqrelsimulfd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqvenda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvenda.dat".
           01  wk-caminho-arqcomissao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comissao.dat".
           01  wk-caminho-arqcontrato   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\contrato.dat".
           01  wk-caminho-arqregracom   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\regracom.dat".
           01  wk-caminho-arqpropcom  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\propcom.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqrateio     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rateio.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".
           01  wk-caminho-arqrelsimul   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\relsimul.txt".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.
              05 wk-tem-contrato        pic x(001) value 'N'.
              05 wk-tem-baixa           pic x(001) value 'N'.
              05 wk-tem-rateio          pic x(001) value 'N'.
              05 wk-tem-item            pic x(001) value 'N'.
              05 wk-comp-aberta         pic x(001) value 'N'.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-comp-ini              pic 9(006) value zeros.
           01  wk-comp-fim              pic 9(006) value zeros.
           01  wk-comp-seguinte.
              05 wk-cs-ano              pic 9(004) value zeros.
              05 wk-cs-mes              pic 9(002) value zeros.
           01  wk-comp-seguinte-n redefines wk-comp-seguinte
                                        pic 9(006).

      *    The closed competencias of the run, each gathering the
      *    vendedor's closed base and the commission on it at the
      *    rates in force today and at the proposed ones, before any
      *    accelerator.
           01  wk-competencias.
              05 wk-cp-qtd              pic 9(002) comp value zeros.
              05 wk-cp-idx              pic 9(002) comp value zeros.
              05 wk-cp-pos              pic 9(002) comp value zeros.
              05 wk-cp-busca            pic 9(006) value zeros.
              05 wk-cp-item             occurs 12 times.
               07 wk-cp-comp            pic 9(006).
               07 wk-cp-base            pic s9(011)v9(002).
               07 wk-cp-atual           pic s9(009)v9(002).
               07 wk-cp-proposta        pic s9(009)v9(002).

      *    Band sets: today's arqregracom and the proposal's F rows
      *    (today's again when the proposal has none). Each is laid
      *    out like wk-aceleradores and moved over it before use.
           01  wk-bandas-atual.
              05 wk-ba-qtd              pic 9(002) comp value zeros.
              05 wk-ba-idx              pic 9(002) comp value zeros.
              05 wk-ba-item             occurs 18 times.
               07 wk-ba-linha           pic x(001).
               07 wk-ba-ate             pic 9(003)v9(002).
               07 wk-ba-mult            pic 9(001)v9(002).
           01  wk-bandas-proposta.
              05 wk-bp-qtd              pic 9(002) comp value zeros.
              05 wk-bp-idx              pic 9(002) comp value zeros.
              05 wk-bp-item             occurs 18 times.
               07 wk-bp-linha           pic x(001).
               07 wk-bp-ate             pic 9(003)v9(002).
               07 wk-bp-mult            pic 9(001)v9(002).
           01  wk-aceleradores.
              05 wk-ac-qtd              pic 9(002) comp value zeros.
              05 wk-ac-idx              pic 9(002) comp value zeros.
              05 wk-ac-item             occurs 18 times.
               07 wk-ac-linha           pic x(001).
               07 wk-ac-ate             pic 9(003)v9(002).
               07 wk-ac-mult            pic 9(001)v9(002).
           01  wk-acelera.
              05 wk-ac-tem-linha        pic x(001) value 'N'.
              05 wk-ac-linha-uso        pic x(001) value 'T'.
              05 wk-ac-limite-inf       pic 9(013)v9(002) value zeros.
              05 wk-ac-limite-sup       pic 9(013)v9(002) value zeros.
              05 wk-ac-segmento         pic 9(013)v9(002) value zeros.
              05 wk-ac-fracao           pic 9(001)v9(006) value zeros.
           01  wk-comissao-ajustada     pic s9(009)v9(002) value zeros.
           01  wk-comissao-faixa        pic s9(009)v9(002) value zeros.

      *    One nota, receipt or split share being rated.
           01  wk-simula.
              05 wk-base                pic s9(011)v9(002) value zeros.
              05 wk-valor               pic s9(009)v9(002) value zeros.
              05 wk-item-valor          pic s9(011)v9(002) value zeros.
              05 wk-item-parte          pic 9(011)v9(002) value zeros.
              05 wk-taxa-aplicada       pic 9(003)v9(002) value zeros.
              05 wk-taxa-proposta       pic 9(003)v9(002) value zeros.
              05 wk-taxa-vendedor-prop  pic 9(003)v9(002) value zeros.
              05 wk-taxa-geral-prop     pic 9(003)v9(002) value zeros.
              05 wk-tem-taxa-geral      pic x(001) value 'N'.
              05 wk-contrato-vigente    pic x(001) value 'N'.
              05 wk-comp-apurada        pic 9(006) value zeros.
              05 wk-valor-atual         pic s9(009)v9(002) value zeros.
              05 wk-valor-proposta      pic s9(009)v9(002) value zeros.
              05 wk-valor-ledger        pic s9(009)v9(002) value zeros.
              05 wk-regime-ledger       pic x(001) value spaces.
              05 wk-tem-ledger          pic x(001) value 'N'.
      *    Both rates apply to the same margin share of the nota when
      *    the empresa commissions on gross margin, as the closing.
           01  wk-base-comissao         pic x(001) value 'R'.
               88 wk-base-margem        value 'M'.
           01  wk-margem.
              05 wk-mg-nf               pic 9(009) value zeros.
              05 wk-mg-receita          pic 9(011)v9(002) value zeros.
              05 wk-mg-custo            pic 9(011)v9(002) value zeros.
              05 wk-mg-itens            pic 9(005) value zeros.
              05 wk-fator-margem        pic 9(001)v9(006) value 1.

           01  wk-vendedor-sim.
              05 wk-vd-atual            pic s9(011)v9(002) value zeros.
              05 wk-vd-simulado         pic s9(011)v9(002) value zeros.
              05 wk-vd-diferenca        pic s9(011)v9(002) value zeros.
              05 wk-vd-tem-ledger       pic x(001) value 'N'.

           01  wk-regioes.
              05 wk-rg-qtd              pic 9(003) comp value zeros.
              05 wk-rg-idx              pic 9(003) comp value zeros.
              05 wk-rg-busca            pic 9(007) value zeros.
              05 wk-rg-achou            pic x(001) value 'N'.
              05 wk-rg-item             occurs 300 times.
               07 wk-rg-regiao          pic 9(007).
               07 wk-rg-atual           pic s9(011)v9(002).
               07 wk-rg-simulado        pic s9(011)v9(002).

           01  wk-totais.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-regioes         pic 9(003) value zeros.
              05 wk-tot-atual           pic s9(011)v9(002) value zeros.
              05 wk-tot-simulado        pic s9(011)v9(002) value zeros.
              05 wk-tot-diferenca       pic s9(011)v9(002) value zeros.

           01  wk-lin-cabec1.
              05 filler                 pic x(046) value
                 "SIMULACAO DO PLANO DE COMISSAO - COMPETENCIAS ".
              05 wk-cab-ini             pic 9(006).
              05 filler                 pic x(003) value " A ".
              05 wk-cab-fim             pic 9(006).
           01  wk-lin-cabec2.
              05 filler                 pic x(048) value
                 "VENDEDOR NOME                            REGIAO ".
              05 filler                 pic x(051) value
                 "         ATUAL          SIMULADA         DIFERENCA".
           01  wk-lin-vendedor.
              05 wk-lv-codigo           pic 9(007).
              05 filler                 pic x(002) value spaces.
              05 wk-lv-nome             pic x(030).
              05 filler                 pic x(002) value spaces.
              05 wk-lv-regiao           pic 9(007).
              05 filler                 pic x(001) value space.
              05 wk-lv-atual            pic -zz.zzz.zzz.zz9,99.
              05 wk-lv-simulado         pic -zz.zzz.zzz.zz9,99.
              05 wk-lv-diferenca        pic -zz.zzz.zzz.zz9,99.
           01  wk-lin-regiao.
              05 filler                 pic x(007) value "REGIAO ".
              05 wk-lr-regiao           pic 9(007).
              05 filler                 pic x(035) value spaces.
              05 wk-lr-atual            pic -zz.zzz.zzz.zz9,99.
              05 wk-lr-simulado         pic -zz.zzz.zzz.zz9,99.
              05 wk-lr-diferenca        pic -zz.zzz.zzz.zz9,99.
           01  wk-lin-total.
              05 filler                 pic x(049) value
                 "TOTAL DA EMPRESA".
              05 wk-lt-atual            pic -zz.zzz.zzz.zz9,99.
              05 wk-lt-simulado         pic -zz.zzz.zzz.zz9,99.
              05 wk-lt-diferenca        pic -zz.zzz.zzz.zz9,99.

           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqcomissaofs.cpy".
           copy "arqcontratofs.cpy".
           copy "arqregracomfs.cpy".
           copy "arqpropcomfs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqrateiofs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqrelsimulfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "SIMULACAO DO PLANO DE COMISSAO".
               05  line  3   col  05 value
                         "Competencia inicial (AAAAMM)".
               05  line  3   col  43   using wk-comp-ini.
               05  line  4   col  05 value
                         "Competencia final (AAAAMM)".
               05  line  4   col  43   using wk-comp-fim.
               05  line  5   col  05 value
                         "1 Simular / 9 Encerrar".
               05  line  5   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RESUMO DA SIMULACAO (relsimul.txt)".
               05  line  3   col  05 VALUE
                         "Vendedores no relatorio".
               05  line  3   col  40   using wk-tot-vendedores.
               05  line  4   col  05 VALUE
                         "Regioes no relatorio".
               05  line  4   col  40   using wk-tot-regioes.
               05  line  5   col  05 VALUE
                         "Comissao fechada".
               05  line  5   col  40   using wk-tot-atual.
               05  line  6   col  05 VALUE
                         "Comissao simulada".
               05  line  6   col  40   using wk-tot-simulado.
               05  line  7   col  05 VALUE
                         "Diferenca".
               05  line  7   col  40   using wk-tot-diferenca.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  40   using fl-ok.
      *-----------------------------------------------------------------
       procedure division.

       perform       0000-controle.

       PERFORM       0010-GET-SC-TELA-INICIAL.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
      *    Everything is opened INPUT: the simulation reads the closed
      *    competencias and the proposal and writes only its report.
       0000-controle.

       INITIALIZE    wk-workarea.

           CALL      'empresaatual' USING       wk-empresa-corrente.
           OPEN      INPUT        ARQVENDEDOR.
           IF        FS-ARQVENDEDOR NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nao foi possivel abrir o arquivo de vendedores'
                                    TO           WK-MSG
           END-IF.
           OPEN      INPUT        ARQVENDA.
           IF        FS-ARQVENDA    NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nao foi possivel abrir o arquivo de vendas'
                                    TO           WK-MSG
           END-IF.
           OPEN      INPUT        ARQCOMISSAO.
           IF        FS-ARQCOMISSAO NOT EQUAL  ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Nenhuma competencia fechada ainda'
                                    TO           WK-MSG
           END-IF.
           OPEN      INPUT        ARQPROPCOM.
           IF        FS-ARQPROPCOM NOT EQUAL ZEROS
               MOVE  'N'            TO           fl-ok
               MOVE  'Cadastre a proposta antes da simulacao'
                                    TO           WK-MSG
           END-IF.

           OPEN      INPUT        ARQCONTRATO.
           IF        FS-ARQCONTRATO EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-contrato
           END-IF.
           OPEN      INPUT        ARQBAIXA.
           IF        FS-ARQBAIXA    EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-baixa
           END-IF.
           OPEN      INPUT        ARQRATEIO.
           IF        FS-ARQRATEIO   EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-rateio
           END-IF.
           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA EQUAL      ZEROS
               MOVE  'S'            TO           wk-tem-item
           END-IF.
           OPEN      INPUT        ARQEMPRESACAD.
           IF        FS-ARQEMPRESACAD EQUAL     ZEROS
               MOVE  wk-empresa-corrente TO
                                    arqempresacad-empresa
               READ  ARQEMPRESACAD  KEY IS
                                    ARQEMPRESACAD-EMPRESA
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqempresacad-base-margem
                     MOVE 'M'       TO          wk-base-comissao
                 END-IF
               END-READ
               CLOSE ARQEMPRESACAD
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.

           DISPLAY     SC-TELA-INICIAL.
           ACCEPT      SC-TELA-INICIAL.

           IF          WK-OPCAO      EQUAL      1
            AND        fl-ok         EQUAL      'S'
             PERFORM   0020-SIMULA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
      *---------------------------------------------------------------
      *    Up to twelve competencias, every one of them already
      *    closed -- an open month has no ledger to compare with.
       0020-SIMULA.

           MOVE      SPACES         TO          wk-msg.
           IF        wk-comp-ini    EQUAL       ZEROS
            OR       wk-comp-fim    LESS        wk-comp-ini
               MOVE  'Informar a faixa de competencias'
                                    TO          wk-msg
           ELSE
               PERFORM              0021-MONTA-COMPETENCIAS
           END-IF.

           IF        wk-msg         EQUAL       SPACES
               INITIALIZE           wk-totais
               MOVE  ZEROS          TO          wk-rg-qtd
               PERFORM              0060-CARREGA-BANDAS
               PERFORM              0062-CARREGA-PROPOSTA
               OPEN  OUTPUT       ARQRELSIMUL
               MOVE  wk-comp-ini    TO          wk-cab-ini
               MOVE  wk-comp-fim    TO          wk-cab-fim
               WRITE arqrelsimul-linha FROM     wk-lin-cabec1
               MOVE  SPACES         TO          arqrelsimul-linha
               WRITE arqrelsimul-linha
               WRITE arqrelsimul-linha FROM     wk-lin-cabec2
               MOVE  LOW-VALUES     TO          ARQVENDEDOR-CHAVE
               START ARQVENDEDOR    KEY IS      NOT LESS
                                    ARQVENDEDOR-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQVENDEDOR
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQVENDEDOR
               END-START
               PERFORM              0030-LE-VENDEDOR
                 UNTIL FS-ARQVENDEDOR EQUAL     '10'
               MOVE  ZEROS          TO          FS-ARQVENDEDOR
               MOVE  SPACES         TO          arqrelsimul-linha
               WRITE arqrelsimul-linha
               MOVE  'POR REGIAO'   TO          arqrelsimul-linha
               WRITE arqrelsimul-linha
               PERFORM              0070-IMPRIME-REGIAO
                 VARYING wk-rg-idx  FROM        1
                   BY    1
                   UNTIL wk-rg-idx  >           wk-rg-qtd
               COMPUTE wk-tot-diferenca =
                       wk-tot-simulado - wk-tot-atual
               MOVE  wk-tot-atual   TO          wk-lt-atual
               MOVE  wk-tot-simulado TO         wk-lt-simulado
               MOVE  wk-tot-diferenca TO        wk-lt-diferenca
               MOVE  SPACES         TO          arqrelsimul-linha
               WRITE arqrelsimul-linha
               WRITE arqrelsimul-linha FROM     wk-lin-total
               CLOSE ARQRELSIMUL
               DISPLAY SC-TELA-RESUMO
               ACCEPT  SC-TELA-RESUMO
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
       0021-MONTA-COMPETENCIAS.

           MOVE      ZEROS          TO          wk-cp-qtd.
           MOVE      wk-comp-ini    TO          wk-comp-seguinte-n.
           PERFORM   0022-ACRESCENTA-COMPETENCIA
             UNTIL   wk-comp-seguinte-n >       wk-comp-fim
              OR     wk-msg         NOT EQUAL   SPACES.
      *---------------------------------------------------------------
       0022-ACRESCENTA-COMPETENCIA.

           IF        wk-cs-mes      EQUAL       ZEROS
            OR       wk-cs-mes      >           12
               MOVE  'Competencia invalida'     TO          wk-msg
           ELSE
            IF       wk-cp-qtd      NOT LESS    12
               MOVE  'Simular no maximo 12 competencias'
                                    TO          wk-msg
            ELSE
               MOVE  wk-comp-seguinte-n TO      wk-cp-busca
               PERFORM              0023-VERIFICA-FECHADA
               IF    wk-comp-aberta EQUAL       'S'
                   MOVE SPACES      TO          wk-msg
                   STRING 'Competencia nao fechada: '
                                    DELIMITED BY SIZE
                          wk-cp-busca DELIMITED BY SIZE
                          INTO wk-msg
               ELSE
                   ADD  1           TO          wk-cp-qtd
                   MOVE wk-cp-busca TO          wk-cp-comp(wk-cp-qtd)
               END-IF
            END-IF
           END-IF.
           ADD       1              TO          wk-cs-mes.
           IF        wk-cs-mes      >           12
               MOVE  1              TO          wk-cs-mes
               ADD   1              TO          wk-cs-ano
           END-IF.
      *---------------------------------------------------------------
      *    Same test the closing uses: a FECHADA or PAGA row heads
      *    the competencia in the ledger.
       0023-VERIFICA-FECHADA.

           MOVE      'S'            TO          wk-comp-aberta.
           MOVE      wk-empresa-corrente TO     arqcomissao-empresa.
           MOVE      wk-cp-busca    TO          arqcomissao-competencia.
           MOVE      ZEROS          TO
                                    arqcomissao-vendedor-codigo.
           MOVE      LOW-VALUES     TO          arqcomissao-lancamento.
           START     ARQCOMISSAO    KEY IS      NOT LESS
                                    ARQCOMISSAO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             READ    ARQCOMISSAO    NEXT RECORD
              AT END
               CONTINUE
              NOT AT END
               IF    arqcomissao-empresa EQUAL  wk-empresa-corrente
                AND  arqcomissao-competencia EQUAL wk-cp-busca
                AND  ( arqcomissao-fechada
                OR     arqcomissao-paga )
                   MOVE 'N'         TO          wk-comp-aberta
               END-IF
             END-READ
           END-START.
      *---------------------------------------------------------------
       0030-LE-VENDEDOR.

           READ      ARQVENDEDOR    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOR
            NOT AT END
             IF      arqvendedor-empresa EQUAL  wk-empresa-corrente
                 PERFORM            0031-SIMULA-VENDEDOR
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The vendedor's closed base is rebuilt from what each close
      *    stamped -- notas, caixa receipts and split shares -- and
      *    rated twice. The simulated figure is the ledger's minus
      *    the commission recomputed today plus the one proposed, so
      *    whatever the proposal does not touch (write-off clawbacks,
      *    the supervisor override) carries across as it was closed.
       0031-SIMULA-VENDEDOR.

           INITIALIZE               wk-vendedor-sim.
           PERFORM   0032-ZERA-COMPETENCIA
             VARYING wk-cp-idx      FROM        1
               BY    1
               UNTIL wk-cp-idx      >           wk-cp-qtd.
           PERFORM   0063-TAXA-VENDEDOR-PROPOSTA.

           MOVE      arqvendedor-codigo TO
                                    ARQVENDA-VENDEDOR-CODIGO.
           START     ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQVENDA
           END-START.
           PERFORM   0033-SOMA-NOTA
             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.

           IF        wk-tem-baixa   EQUAL       'S'
               PERFORM              0035-SOMA-RECEBIMENTOS
           END-IF.
           IF        wk-tem-rateio  EQUAL       'S'
               PERFORM              0037-SOMA-RATEIOS
           END-IF.

           PERFORM   0050-FECHA-COMPETENCIA
             VARYING wk-cp-idx      FROM        1
               BY    1
               UNTIL wk-cp-idx      >           wk-cp-qtd.

           IF        wk-vd-tem-ledger EQUAL     'S'
            OR       wk-vd-simulado NOT EQUAL   ZEROS
               PERFORM              0055-IMPRIME-VENDEDOR
           END-IF.
      *---------------------------------------------------------------
       0032-ZERA-COMPETENCIA.

           MOVE      ZEROS          TO          wk-cp-base(wk-cp-idx)
                                                 wk-cp-atual(wk-cp-idx)
                                              wk-cp-proposta(wk-cp-idx).
      *---------------------------------------------------------------
      *    Notas settled on the competencia basis in one of the
      *    competencias of the run.
       0033-SOMA-NOTA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
                 IF   arqvenda-comp-apurada NOT EQUAL ZEROS
                  AND NOT arqvenda-apurada-caixa
                     MOVE arqvenda-comp-apurada TO wk-comp-apurada
                     PERFORM        0034-LOCALIZA-COMPETENCIA
                     IF   wk-cp-pos NOT EQUAL   ZEROS
                         MOVE arqvenda-valor TO wk-item-valor
                         IF   arqvenda-estorno
                             COMPUTE wk-item-valor =
                                     ZEROS - wk-item-valor
                         END-IF
                         PERFORM    0043-FATOR-MARGEM
                         PERFORM    0040-SOMA-ITEM
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0034-LOCALIZA-COMPETENCIA.

           MOVE      ZEROS          TO          wk-cp-pos.
           PERFORM   0034A-TESTA-COMPETENCIA
             VARYING wk-cp-idx      FROM        1
               BY    1
               UNTIL wk-cp-idx      >           wk-cp-qtd
                OR   wk-cp-pos      NOT EQUAL   ZEROS.
      *---------------------------------------------------------------
       0034A-TESTA-COMPETENCIA.

           IF        wk-cp-comp(wk-cp-idx) EQUAL wk-comp-apurada
               MOVE  wk-cp-idx      TO          wk-cp-pos
           END-IF.
      *---------------------------------------------------------------
      *    Principal received and swept on the caixa basis. A parcela
      *    with no nota of its own (a renegotiation) paid commission
      *    only when the competencia was closed on caixa. On a split
      *    nota the coparticipante's share of it stayed off.
       0035-SOMA-RECEBIMENTOS.

           MOVE      arqvendedor-codigo TO
                                    arqbaixa-vendedor-codigo.
           START     ARQBAIXA       KEY IS      EQUAL
                                    ARQBAIXA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQBAIXA
           END-START.
           PERFORM   0036-SOMA-RECEBIMENTO
             UNTIL   FS-ARQBAIXA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQBAIXA.
      *---------------------------------------------------------------
       0036-SOMA-RECEBIMENTO.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT AT END
             IF      arqbaixa-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQBAIXA
             ELSE
                 MOVE arqbaixa-comp-apurada TO  wk-comp-apurada
                 PERFORM            0034-LOCALIZA-COMPETENCIA
                 IF   wk-cp-pos     NOT EQUAL   ZEROS
                     MOVE arqbaixa-numero-nf TO arqvenda-numero-nf
                     READ ARQVENDA  KEY IS      ARQVENDA-NUMERO-NF
                      INVALID KEY
                       MOVE arqbaixa-cliente-codigo TO
                                    arqvenda-cliente-codigo
                       MOVE arqbaixa-data-pagamento TO
                                    arqvenda-data
                       PERFORM      0052-LE-LEDGER
                       IF   wk-regime-ledger EQUAL 'X'
                           MOVE arqbaixa-valor-principal TO
                                    wk-item-valor
                           MOVE 1   TO          wk-fator-margem
                           PERFORM  0040-SOMA-ITEM
                       END-IF
                      NOT INVALID KEY
                       IF   arqvenda-apurada-caixa
                           MOVE arqbaixa-valor-principal TO
                                    wk-item-valor
                           IF   arqbaixa-rateio NOT EQUAL SPACE
                            AND wk-tem-rateio EQUAL 'S'
                               PERFORM 0036A-PARTE-RECEBIMENTO
                           END-IF
                           PERFORM  0043-FATOR-MARGEM
                           PERFORM  0040-SOMA-ITEM
                       END-IF
                     END-READ
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0036A-PARTE-RECEBIMENTO.

           MOVE      arqbaixa-numero-nf TO      arqrateio-numero-nf.
           READ      ARQRATEIO      KEY IS      ARQRATEIO-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             COMPUTE wk-item-parte ROUNDED =
                     arqbaixa-valor-principal * arqrateio-percentual
                   / 100
             SUBTRACT wk-item-parte FROM        wk-item-valor
           END-READ.
      *---------------------------------------------------------------
      *    Split shares moved by the closes: off the titular's base,
      *    onto the coparticipante's -- for a caixa nota, the
      *    coparticipante's share of the receipts each close paid.
       0037-SOMA-RATEIOS.

           MOVE      arqvendedor-codigo TO
                                    arqrateio-titular-codigo.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-TITULAR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQRATEIO
           END-START.
           PERFORM   0038-RATEIO-TITULAR
             UNTIL   FS-ARQRATEIO   EQUAL       '10'.

           MOVE      arqvendedor-codigo TO
                                    arqrateio-vendedor-codigo.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQRATEIO
           END-START.
           PERFORM   0039-RATEIO-COPARTICIPANTE
             UNTIL   FS-ARQRATEIO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQRATEIO.
      *---------------------------------------------------------------
       0038-RATEIO-TITULAR.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT AT END
             IF      arqrateio-titular-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQRATEIO
             ELSE
                 MOVE arqrateio-comp-titular TO wk-comp-apurada
                 PERFORM            0039A-PARTE-RATEIO
                 IF   wk-cp-pos     NOT EQUAL   ZEROS
                     COMPUTE wk-item-valor = ZEROS - wk-item-valor
                     PERFORM        0040-SOMA-ITEM
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0039-RATEIO-COPARTICIPANTE.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT AT END
             IF      arqrateio-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQRATEIO
             ELSE
                 MOVE arqrateio-comp-vendedor TO wk-comp-apurada
                 PERFORM            0039A-PARTE-RATEIO
                 IF   wk-cp-pos     NOT EQUAL   ZEROS
                     PERFORM        0040-SOMA-ITEM
                 END-IF
                 IF   wk-tem-baixa  EQUAL       'S'
                     PERFORM        0039B-RATEIO-RECEBIMENTOS
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The share, signed like its nota; wk-cp-pos stays zero when
      *    the side was swept outside the run or without moving any
      *    commission (caixa-settled nota).
       0039A-PARTE-RATEIO.

           MOVE      ZEROS          TO          wk-cp-pos.
           IF        wk-comp-apurada NOT EQUAL  ZEROS
               PERFORM              0034-LOCALIZA-COMPETENCIA
           END-IF.
           IF        wk-cp-pos      NOT EQUAL   ZEROS
               MOVE  arqrateio-numero-nf TO     arqvenda-numero-nf
               READ  ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
                INVALID KEY
                 MOVE ZEROS         TO          wk-cp-pos
                NOT INVALID KEY
                 IF   arqvenda-apurada-caixa
                     MOVE ZEROS     TO          wk-cp-pos
                 ELSE
                     COMPUTE wk-item-valor ROUNDED =
                             arqvenda-valor * arqrateio-percentual
                           / 100
                     IF   arqvenda-estorno
                         COMPUTE wk-item-valor =
                                 ZEROS - wk-item-valor
                     END-IF
                     PERFORM        0043-FATOR-MARGEM
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0039B-RATEIO-RECEBIMENTOS.

           MOVE      arqrateio-numero-nf TO     arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT INVALID KEY
             IF      arqvenda-apurada-caixa
                 MOVE ZEROS         TO          FS-ARQBAIXA
             ELSE
                 MOVE '10'          TO          FS-ARQBAIXA
             END-IF
           END-READ.
           IF        FS-ARQBAIXA    EQUAL       ZEROS
               PERFORM              0043-FATOR-MARGEM
               MOVE  arqrateio-numero-nf TO     arqbaixa-numero-nf
               MOVE  ZEROS          TO          arqbaixa-parcela
                                                 arqbaixa-sequencia
               START ARQBAIXA       KEY IS      NOT LESS
                                    ARQBAIXA-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQBAIXA
               END-START
           END-IF.
           PERFORM   0039C-RATEIO-RECEBIDO
             UNTIL   FS-ARQBAIXA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQBAIXA.
      *---------------------------------------------------------------
       0039C-RATEIO-RECEBIDO.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT AT END
             IF      arqbaixa-numero-nf NOT EQUAL
                                    arqrateio-numero-nf
                 MOVE '10'          TO          FS-ARQBAIXA
             ELSE
                 MOVE arqbaixa-comp-rateio TO   wk-comp-apurada
                 MOVE ZEROS         TO          wk-cp-pos
                 IF   wk-comp-apurada NOT EQUAL ZEROS
                     PERFORM        0034-LOCALIZA-COMPETENCIA
                 END-IF
                 IF   wk-cp-pos     NOT EQUAL   ZEROS
                     COMPUTE wk-item-valor ROUNDED =
                             arqbaixa-valor-principal
                           * arqrateio-percentual / 100
                     PERFORM        0040-SOMA-ITEM
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    One item into its competencia, at today's rate and at the
      *    proposed one, rounded item by item as the closing does.
       0040-SOMA-ITEM.

           PERFORM   0041-TAXA-ATUAL.
           PERFORM   0042-TAXA-PROPOSTA.
           ADD       wk-item-valor  TO          wk-cp-base(wk-cp-pos).
           COMPUTE   wk-cp-atual(wk-cp-pos) ROUNDED =
                     wk-cp-atual(wk-cp-pos)
                   + (wk-item-valor * wk-fator-margem
                      * wk-taxa-aplicada / 100).
           COMPUTE   wk-cp-proposta(wk-cp-pos) ROUNDED =
                     wk-cp-proposta(wk-cp-pos)
                   + (wk-item-valor * wk-fator-margem
                      * wk-taxa-proposta / 100).
      *---------------------------------------------------------------
       0041-TAXA-ATUAL.

           MOVE      'N'            TO          wk-contrato-vigente.
           MOVE      arqvendedor-taxa-comissao TO wk-taxa-aplicada.
           IF        wk-tem-contrato EQUAL      'S'
               MOVE  arqvenda-cliente-codigo TO
                                    arqcontrato-cliente-codigo
               MOVE  arqvendedor-codigo TO
                                    arqcontrato-vendedor-codigo
               READ  ARQCONTRATO    KEY IS      ARQCONTRATO-CHAVE
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqvenda-data NOT LESS
                                    arqcontrato-vigencia-ini
                  AND ( arqcontrato-vigencia-fim EQUAL ZEROS
                  OR   arqvenda-data NOT GREATER
                                    arqcontrato-vigencia-fim )
                     MOVE arqcontrato-taxa TO   wk-taxa-aplicada
                     MOVE 'S'       TO          wk-contrato-vigente
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Share of the nota that is gross margin, from the cost
      *    frozen on its items -- a partial return carries the items
      *    it took back, a full reversal uses those of its nf-origem.
      *    1 on the receita basis, or when the nota has no items on
      *    file; a nota sold at or below cost pays nothing.
       0043-FATOR-MARGEM.

           MOVE      1              TO          wk-fator-margem.
           IF        wk-base-margem
            AND      wk-tem-item    EQUAL       'S'
               MOVE  ZEROS          TO          wk-mg-receita
                                                 wk-mg-custo
                                                 wk-mg-itens
               MOVE  arqvenda-numero-nf TO      wk-mg-nf
               PERFORM              0043B-CUSTEIA-NF
               IF    arqvenda-estorno
                AND  wk-mg-itens    EQUAL       ZEROS
                   MOVE arqvenda-nf-origem TO   wk-mg-nf
                   PERFORM          0043B-CUSTEIA-NF
               END-IF
               IF    wk-mg-receita  GREATER     ZEROS
                   IF wk-mg-custo   NOT LESS    wk-mg-receita
                       MOVE ZEROS   TO          wk-fator-margem
                   ELSE
                       COMPUTE wk-fator-margem ROUNDED =
                               (wk-mg-receita - wk-mg-custo)
                             / wk-mg-receita
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0043A-SOMA-CUSTO.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-mg-nf
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 ADD  1             TO          wk-mg-itens
                 ADD  arqitemvenda-valor-total TO wk-mg-receita
                 ADD  arqitemvenda-custo-total TO wk-mg-custo
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0043B-CUSTEIA-NF.

           MOVE      wk-mg-nf       TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0043A-SOMA-CUSTO
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
      *    A proposed contract rate for the (cliente, vendedor) wins;
      *    otherwise a contract in force keeps its rate and anything
      *    else takes the proposed default.
       0042-TAXA-PROPOSTA.

           IF        wk-contrato-vigente EQUAL  'S'
               MOVE  wk-taxa-aplicada TO        wk-taxa-proposta
           ELSE
               MOVE  wk-taxa-vendedor-prop TO   wk-taxa-proposta
           END-IF.
           MOVE      wk-empresa-corrente TO     arqpropcom-empresa.
           MOVE      'C'            TO          arqpropcom-tipo.
           MOVE      SPACES         TO          arqpropcom-linha.
           MOVE      ZEROS          TO          arqpropcom-faixa.
           MOVE      arqvenda-cliente-codigo TO
                                    arqpropcom-cliente-codigo.
           MOVE      arqvendedor-codigo TO
                                    arqpropcom-vendedor-codigo.
           READ      ARQPROPCOM   KEY IS      ARQPROPCOM-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqpropcom-taxa EQUAL    ZEROS
                 MOVE wk-taxa-vendedor-prop TO  wk-taxa-proposta
             ELSE
                 MOVE arqpropcom-taxa TO      wk-taxa-proposta
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Accelerator on each side, then the ledger of the month.
       0050-FECHA-COMPETENCIA.

           MOVE      wk-cp-base(wk-cp-idx) TO   wk-base.
           MOVE      wk-cp-atual(wk-cp-idx) TO  wk-valor.
           MOVE      wk-bandas-atual TO         wk-aceleradores.
           PERFORM   0051-APLICA-ACELERADOR.
           MOVE      wk-valor       TO          wk-valor-atual.

           MOVE      wk-cp-proposta(wk-cp-idx) TO wk-valor.
           MOVE      wk-bandas-proposta TO      wk-aceleradores.
           PERFORM   0051-APLICA-ACELERADOR.
           MOVE      wk-valor       TO          wk-valor-proposta.

           MOVE      wk-cp-comp(wk-cp-idx) TO   wk-comp-apurada.
           PERFORM   0052-LE-LEDGER.
           IF        wk-tem-ledger  EQUAL       'S'
               MOVE  'S'            TO          wk-vd-tem-ledger
           END-IF.
           ADD       wk-valor-ledger TO         wk-vd-atual.
           COMPUTE   wk-vd-simulado =
                     wk-vd-simulado + wk-valor-ledger
                   - wk-valor-atual + wk-valor-proposta.
      *---------------------------------------------------------------
      *    Same progressive bands as the closing; wk-ac-idx is reused
      *    by the band walk, so the competencia index is kept apart.
       0051-APLICA-ACELERADOR.

           IF        wk-ac-qtd      GREATER     ZEROS
            AND      arqvendedor-cota-vendas GREATER ZEROS
            AND      wk-base        GREATER     ZEROS
               PERFORM              0061-ESCOLHE-LINHA-REGRAS
               MOVE  ZEROS          TO          wk-comissao-ajustada
                                                 wk-ac-limite-inf
               PERFORM              0051A-FAIXA
                 VARYING wk-ac-idx  FROM        1
                   BY    1
                   UNTIL wk-ac-idx  >           wk-ac-qtd
               MOVE  wk-comissao-ajustada TO    wk-valor
           END-IF.
      *---------------------------------------------------------------
       0051A-FAIXA.

           IF        wk-ac-linha(wk-ac-idx) NOT EQUAL
                                    wk-ac-linha-uso
               CONTINUE
           ELSE
               COMPUTE wk-ac-limite-sup ROUNDED =
                       arqvendedor-cota-vendas
                       * wk-ac-ate(wk-ac-idx) / 100
               IF    wk-ac-limite-sup >          wk-base
                   MOVE wk-base     TO           wk-ac-limite-sup
               END-IF
               IF    wk-ac-limite-sup >          wk-ac-limite-inf
                   COMPUTE wk-ac-segmento =
                           wk-ac-limite-sup - wk-ac-limite-inf
                   COMPUTE wk-ac-fracao ROUNDED =
                           wk-ac-segmento / wk-base
                   COMPUTE wk-comissao-faixa ROUNDED =
                           wk-valor * wk-ac-fracao
                           * wk-ac-mult(wk-ac-idx)
                   ADD  wk-comissao-faixa TO    wk-comissao-ajustada
                   MOVE wk-ac-limite-sup TO     wk-ac-limite-inf
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    What the close actually froze for the vendedor in the
      *    competencia: their own row and any supervision row.
       0052-LE-LEDGER.

           MOVE      ZEROS          TO          wk-valor-ledger.
           MOVE      SPACES         TO          wk-regime-ledger.
           MOVE      'N'            TO          wk-tem-ledger.
           MOVE      wk-empresa-corrente TO     arqcomissao-empresa.
           MOVE      wk-comp-apurada TO         arqcomissao-competencia.
           MOVE      arqvendedor-codigo TO
                                    arqcomissao-vendedor-codigo.
           SET       arqcomissao-propria        TO          TRUE.
           READ      ARQCOMISSAO    KEY IS      ARQCOMISSAO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO          wk-tem-ledger
             MOVE    arqcomissao-regime TO      wk-regime-ledger
             ADD     arqcomissao-valor TO       wk-valor-ledger
           END-READ.
           SET       arqcomissao-supervisao     TO          TRUE.
           READ      ARQCOMISSAO    KEY IS      ARQCOMISSAO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO          wk-tem-ledger
             ADD     arqcomissao-valor TO       wk-valor-ledger
           END-READ.
      *---------------------------------------------------------------
       0055-IMPRIME-VENDEDOR.

           ADD       1              TO          wk-tot-vendedores.
           COMPUTE   wk-vd-diferenca =
                     wk-vd-simulado - wk-vd-atual.
           MOVE      arqvendedor-codigo TO      wk-lv-codigo.
           MOVE      arqvendedor-nome TO        wk-lv-nome.
           MOVE      arqvendedor-regiao-codigo TO wk-lv-regiao.
           MOVE      wk-vd-atual    TO          wk-lv-atual.
           MOVE      wk-vd-simulado TO          wk-lv-simulado.
           MOVE      wk-vd-diferenca TO         wk-lv-diferenca.
           WRITE     arqrelsimul-linha FROM     wk-lin-vendedor.
           ADD       wk-vd-atual    TO          wk-tot-atual.
           ADD       wk-vd-simulado TO          wk-tot-simulado.

           MOVE      arqvendedor-regiao-codigo TO wk-rg-busca.
           PERFORM   0056-LOCALIZA-REGIAO.
           ADD       wk-vd-atual    TO          wk-rg-atual(wk-rg-idx).
           ADD       wk-vd-simulado TO
                                    wk-rg-simulado(wk-rg-idx).
      *---------------------------------------------------------------
       0056-LOCALIZA-REGIAO.

           MOVE      'N'            TO          wk-rg-achou.
           PERFORM   0056A-PROCURA-REGIAO
             VARYING wk-rg-idx      FROM        1
               BY    1
               UNTIL wk-rg-idx      >           wk-rg-qtd
                OR   wk-rg-achou    EQUAL       'S'.
           IF        wk-rg-achou    EQUAL       'S'
               SUBTRACT 1           FROM        wk-rg-idx
           ELSE
               IF    wk-rg-qtd      <           300
                   ADD  1           TO          wk-rg-qtd
                   MOVE wk-rg-qtd   TO          wk-rg-idx
                   INITIALIZE       wk-rg-item(wk-rg-idx)
                   MOVE wk-rg-busca TO          wk-rg-regiao(wk-rg-idx)
               ELSE
                   MOVE 1           TO          wk-rg-idx
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0056A-PROCURA-REGIAO.

           IF        wk-rg-regiao(wk-rg-idx) EQUAL wk-rg-busca
               MOVE  'S'            TO          wk-rg-achou
           END-IF.
      *---------------------------------------------------------------
       0060-CARREGA-BANDAS.

           MOVE      ZEROS          TO          wk-ba-qtd.
           OPEN      INPUT        ARQREGRACOM.
           IF        FS-ARQREGRACOM EQUAL       ZEROS
               MOVE  LOW-VALUES     TO          ARQREGRACOM-CHAVE
               START ARQREGRACOM    KEY IS      NOT LESS
                                    ARQREGRACOM-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQREGRACOM
               END-START
               PERFORM              0060A-CARREGA-FAIXA
                 UNTIL FS-ARQREGRACOM EQUAL     '10'
               CLOSE ARQREGRACOM
           END-IF.
      *---------------------------------------------------------------
       0060A-CARREGA-FAIXA.

           READ      ARQREGRACOM    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQREGRACOM
            NOT AT END
             IF      arqregracom-empresa EQUAL  wk-empresa-corrente
              AND    wk-ba-qtd      <           18
                 ADD  1             TO          wk-ba-qtd
                 MOVE arqregracom-linha TO
                                    wk-ba-linha(wk-ba-qtd)
                 MOVE arqregracom-ate-percent TO
                                    wk-ba-ate(wk-ba-qtd)
                 MOVE arqregracom-multiplicador TO
                                    wk-ba-mult(wk-ba-qtd)
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Which rule set covers this vendedor: their own linha when
      *    it has bands of its own, otherwise the 'T' set.
       0061-ESCOLHE-LINHA-REGRAS.

           MOVE      'N'            TO          wk-ac-tem-linha.
           PERFORM   0061A-TESTA-LINHA
             VARYING wk-ac-idx      FROM        1
               BY    1
               UNTIL wk-ac-idx      >           wk-ac-qtd.
           IF        wk-ac-tem-linha EQUAL      'S'
               MOVE  arqvendedor-linha-produto TO wk-ac-linha-uso
           ELSE
               MOVE  'T'            TO          wk-ac-linha-uso
           END-IF.
      *---------------------------------------------------------------
       0061A-TESTA-LINHA.

           IF        wk-ac-linha(wk-ac-idx) EQUAL
                                    arqvendedor-linha-produto
               MOVE  'S'            TO          wk-ac-tem-linha
           END-IF.
      *---------------------------------------------------------------
      *    The proposal's bands and its general default rate; with no
      *    F rows the bands in force are kept.
       0062-CARREGA-PROPOSTA.

           MOVE      ZEROS          TO          wk-bp-qtd.
           MOVE      'N'            TO          wk-tem-taxa-geral.
           MOVE      LOW-VALUES     TO          ARQPROPCOM-CHAVE.
           MOVE      wk-empresa-corrente TO     arqpropcom-empresa.
           START     ARQPROPCOM   KEY IS      NOT LESS
                                    ARQPROPCOM-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQPROPCOM
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQPROPCOM
           END-START.
           PERFORM   0062A-LE-PROPOSTA
             UNTIL   FS-ARQPROPCOM EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQPROPCOM.
           IF        wk-bp-qtd      EQUAL       ZEROS
               MOVE  wk-bandas-atual TO         wk-bandas-proposta
           END-IF.
      *---------------------------------------------------------------
       0062A-LE-PROPOSTA.

           READ      ARQPROPCOM   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPROPCOM
            NOT AT END
             IF      arqpropcom-empresa NOT EQUAL
                                    wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQPROPCOM
             ELSE
                 IF   arqpropcom-faixa-prop
                  AND wk-bp-qtd     <           18
                     ADD  1         TO          wk-bp-qtd
                     MOVE arqpropcom-linha TO
                                    wk-bp-linha(wk-bp-qtd)
                     MOVE arqpropcom-ate-percent TO
                                    wk-bp-ate(wk-bp-qtd)
                     MOVE arqpropcom-multiplicador TO
                                    wk-bp-mult(wk-bp-qtd)
                 END-IF
                 IF   arqpropcom-taxa-prop
                  AND arqpropcom-vendedor-codigo EQUAL ZEROS
                     MOVE 'S'       TO          wk-tem-taxa-geral
                     MOVE arqpropcom-taxa TO  wk-taxa-geral-prop
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Proposed default of the vendedor: their own T row, else the
      *    general one, else the rate on their master today.
       0063-TAXA-VENDEDOR-PROPOSTA.

           IF        wk-tem-taxa-geral EQUAL    'S'
               MOVE  wk-taxa-geral-prop TO      wk-taxa-vendedor-prop
           ELSE
               MOVE  arqvendedor-taxa-comissao TO
                                    wk-taxa-vendedor-prop
           END-IF.
           MOVE      wk-empresa-corrente TO     arqpropcom-empresa.
           MOVE      'T'            TO          arqpropcom-tipo.
           MOVE      SPACES         TO          arqpropcom-linha.
           MOVE      ZEROS          TO          arqpropcom-faixa
                                           arqpropcom-cliente-codigo.
           MOVE      arqvendedor-codigo TO
                                    arqpropcom-vendedor-codigo.
           READ      ARQPROPCOM   KEY IS      ARQPROPCOM-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqpropcom-taxa TO       wk-taxa-vendedor-prop
           END-READ.
      *---------------------------------------------------------------
       0070-IMPRIME-REGIAO.

           ADD       1              TO          wk-tot-regioes.
           MOVE      wk-rg-regiao(wk-rg-idx) TO wk-lr-regiao.
           MOVE      wk-rg-atual(wk-rg-idx) TO  wk-lr-atual.
           MOVE      wk-rg-simulado(wk-rg-idx) TO wk-lr-simulado.
           COMPUTE   wk-vd-diferenca =
                     wk-rg-simulado(wk-rg-idx)
                   - wk-rg-atual(wk-rg-idx).
           MOVE      wk-vd-diferenca TO         wk-lr-diferenca.
           WRITE     arqrelsimul-linha FROM     wk-lin-regiao.
      *---------------------------------------------------------------
       9999-fim-programa.

           CLOSE     ARQVENDEDOR.
           CLOSE     ARQVENDA.
           CLOSE     ARQCOMISSAO.
           CLOSE     ARQPROPCOM.
           IF        wk-tem-contrato EQUAL      'S'
               CLOSE ARQCONTRATO
           END-IF.
           IF        wk-tem-baixa   EQUAL       'S'
               CLOSE ARQBAIXA
           END-IF.
           IF        wk-tem-rateio  EQUAL       'S'
               CLOSE ARQRATEIO
           END-IF.
           IF        wk-tem-item    EQUAL       'S'
               CLOSE ARQITEMVENDA
           END-IF.
           GOBACK.
           exit program.

           end program simulacomissao.
