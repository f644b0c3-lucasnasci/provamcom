           copy "arqregracomselect.cpy".
           copy "arqfolhaselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqperdaselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqajusteselect.cpy".
           copy "arqrateioselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqcampanhaselect.cpy".
           copy "arqincentivoselect.cpy".
           select arqfolharel assign to
                   wk-caminho-arqfolharel
                 organization       is line sequential
           copy "arqfolhafd.cpy".

           copy "arqempresacadfd.cpy".
           copy "arqperdafd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqajustefd.cpy".
           copy "arqrateiofd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqcampanhafd.cpy".
           copy "arqincentivofd.cpy".

           fd arqfolharel.
           01  arqfolharel-linha         pic x(132).
               "C:\Users\vendedor\Documents\PROVACOBOL\contrato.dat".
           01  wk-caminho-arqregracom   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\regracom.dat".
           01  wk-caminho-arqperda      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\perda.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqajuste     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\ajuste.dat".
           01  wk-caminho-arqrateio     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rateio.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqcampanha   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\campanha.dat".
           01  wk-caminho-arqincentivo  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\incentivo.dat".

      *    Accelerator bands of the empresa, loaded once: per-linha
      *    rows override the 'T' set for vendedores of that linha.
              05 wk-ac-fator            pic 9(003)v9(004) value zeros.
              05 wk-ac-fracao           pic 9(001)v9(006) value zeros.

      *    Closed base of each supervisor's team, gathered while
      *    the vendedores close and paid as override rows at the end.
           01  wk-supervisores.
              05 wk-sp-qtd              pic 9(003) comp value zeros.
              05 wk-sp-idx              pic 9(003) comp value zeros.
              05 wk-sp-pos              pic 9(003) comp value zeros.
              05 wk-sp-item             occurs 200 times.
               07 wk-sp-codigo          pic 9(007).
               07 wk-sp-base            pic s9(011)v9(002).

      *    Active incentive campaigns of the empresa, loaded once;
      *    the unidades, vendido and valor of each are those of the
      *    vendedor being closed and start over for every one.
           01  wk-campanhas.
              05 wk-cp-qtd              pic 9(002) comp value zeros.
              05 wk-cp-idx              pic 9(002) comp value zeros.
              05 wk-cp-item             occurs 30 times.
               07 wk-cp-codigo          pic 9(005).
               07 wk-cp-data-ini        pic 9(008).
               07 wk-cp-data-fim        pic 9(008).
               07 wk-cp-alvo            pic x(001).
               07 wk-cp-produtos.
                09 wk-cp-produto        occurs 10 pic 9(005).
               07 wk-cp-linha           pic x(001).
               07 wk-cp-bonus           pic x(001).
               07 wk-cp-valor-unidade   pic 9(005)v9(002).
               07 wk-cp-percentual      pic 9(003)v9(002).
               07 wk-cp-regioes.
                09 wk-cp-regiao         occurs 10 pic 9(007).
               07 wk-cp-elegivel        pic x(001).
               07 wk-cp-unidades        pic s9(007).
               07 wk-cp-vendido         pic s9(011)v9(002).
               07 wk-cp-valor           pic s9(009)v9(002).
      *    Bonus of the vendedor being closed: the total, the value
      *    sold under some campaign, and the part taken back off the
      *    own commission when reversals outweigh the month's bonus.
      *    Estornos wait in est-nf until the vendas browse is over.
           01  wk-incentivo.
              05 wk-in-elegiveis        pic 9(002) comp value zeros.
              05 wk-in-idx              pic 9(002) comp value zeros.
              05 wk-in-nf               pic 9(009) value zeros.
              05 wk-in-data             pic 9(008) value zeros.
              05 wk-in-sinal            pic s9(001) value 1.
              05 wk-in-casa             pic x(001) value 'N'.
              05 wk-in-conta            pic x(001) value 'N'.
              05 wk-in-achou            pic x(001) value 'N'.
              05 wk-in-item-bonus       pic s9(009)v9(002) value zeros.
              05 wk-in-vendido          pic s9(011)v9(002) value zeros.
              05 wk-in-total            pic s9(009)v9(002) value zeros.
              05 wk-in-estorno          pic s9(009)v9(002) value zeros.
              05 wk-in-est-qtd          pic 9(003) comp value zeros.
              05 wk-in-est-idx          pic 9(003) comp value zeros.
              05 wk-in-est-nf           occurs 100 pic 9(009).
              05 wk-in-est-dev          occurs 100 pic 9(009).

           01  wk-comissao-ajustada     pic s9(009)v9(002) value zeros.
           01  wk-comissao-faixa        pic s9(009)v9(002) value zeros.
           01  wk-caminho-arqfolha      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\folha.dat".
           01  wk-caminho-arqfolharel   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\folharel.txt".
      *    The monthly hand-over, put back at the start of every run:
      *    the program stays loaded between calls, and a rescisao
      *    closed earlier in the session points the folha elsewhere.
           01  wk-caminho-folhames      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\folha.dat".
           01  wk-caminho-folhamesrel   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\folharel.txt".
      *    A rescisao goes to payroll in a hand-over of its own, so
      *    it never overwrites the monthly folha.dat already sent.
           01  wk-caminho-folharesc     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\folharesc.dat".
           01  wk-caminho-folharescrel  pic x(070) value
           "C:\Users\vendedor\Documents\PROVACOBOL\folharescrel.txt".

           01  fs-arqfolharel.
               05  fs-arqfolharel-1 PIC  X(001).
              05 wk-msg                 pic x(050) value spaces.
              05 wk-ja-fechada          pic x(001) value 'N'.
              05 wk-tem-contrato        pic x(001) value 'N'.
              05 wk-tem-perda           pic x(001) value 'N'.
              05 wk-tem-baixa           pic x(001) value 'N'.
              05 wk-tem-ajuste          pic x(001) value 'N'.
              05 wk-tem-rateio          pic x(001) value 'N'.
              05 wk-tem-item            pic x(001) value 'N'.
              05 wk-tem-incentivo       pic x(001) value 'N'.
      *    What a write-off or a receipt does to the commission:
      *    N counts, S is only marked swept, W waits for its nota.
              05 wk-sem-comissao        pic x(001) value 'N'.
      *    S while closing the final, pro-rata statement of a
      *    vendedor being let go (desligavendedor).
              05 wk-desligamento        pic x(001) value 'N'.
      *    S when the split nota being read was settled on the caixa
      *    basis, so its share follows the receipts.
              05 wk-rateio-caixa        pic x(001) value 'N'.
           01  wk-taxa-aplicada         pic 9(003)v9(002) value zeros.

           01  wk-competencia           pic 9(006) value zeros.
      *    Closing basis of the empresa, from arqempresacad: C pays
      *    on the notas of the month, X only on what was received.
           01  wk-regime                pic x(001) value 'C'.
               88 wk-regime-caixa       value 'X'.
               88 wk-regime-valido      value 'C' 'X'.
      *    What the rate is applied to, also from arqempresacad: R the
      *    value of the notas, M their gross margin. On margin the
      *    commission of a nota is scaled by its margin share; the
      *    base measured against cota-vendas stays the value sold.
           01  wk-base-comissao         pic x(001) value 'R'.
               88 wk-base-margem        value 'M'.
               88 wk-base-valida        value 'R' 'M'.
           01  wk-margem.
              05 wk-mg-nf               pic 9(009) value zeros.
              05 wk-mg-receita          pic 9(011)v9(002) value zeros.
              05 wk-mg-custo            pic 9(011)v9(002) value zeros.
              05 wk-mg-itens            pic 9(005) value zeros.
              05 wk-fator-margem        pic 9(001)v9(006) value 1.
           01  wk-comp-baixa            pic 9(006) value zeros.
           01  wk-comp-venda            pic 9(006) value zeros.
           01  wk-empresa-corrente      pic 9(003) value 1.

           01  wk-apuracao.
              05 wk-base                pic s9(011)v9(002) value zeros.
              05 wk-valor               pic s9(009)v9(002) value zeros.
      *    Commission taken back on parcelas written off as bad debts
      *    since the vendedor was paid on them.
              05 wk-estorno-perda       pic s9(009)v9(002) value zeros.
              05 wk-estorno-item        pic s9(009)v9(002) value zeros.
              05 wk-comp-perda          pic 9(006) value zeros.
      *    Payroll netting of the advances and deductions on file: a
      *    negative net pays nothing and carries to the next month.
              05 wk-ajustes             pic 9(009)v9(002) value zeros.
              05 wk-liquido             pic s9(009)v9(002) value zeros.
              05 wk-transporte          pic 9(009)v9(002) value zeros.
              05 wk-ajs-seq             pic 9(003) value zeros.
      *    Share of a split nota moved between titular and
      *    coparticipante.
              05 wk-rateio-base         pic s9(011)v9(002) value zeros.
              05 wk-rateio-valor        pic s9(009)v9(002) value zeros.
      *    Coparticipante's share of one receipt on a split nota
      *    settled on the caixa basis, and what is left of the
      *    principal for the vendedor of the titulo.
              05 wk-rateio-receb        pic 9(009)v9(002) value zeros.
              05 wk-rc-principal        pic 9(009)v9(002) value zeros.
           01  wk-comp-seguinte.
              05 wk-cs-ano              pic 9(004) value zeros.
              05 wk-cs-mes              pic 9(002) value zeros.
           01  wk-comp-seguinte-n redefines wk-comp-seguinte
                                        pic 9(006).

           01  wk-totais.
              05 wk-tot-vendedores      pic 9(005) value zeros.
              05 wk-tot-fechados        pic 9(005) value zeros.
              05 wk-tot-pagos           pic 9(005) value zeros.
              05 wk-tot-perdas          pic 9(005) value zeros.
              05 wk-tot-ajustes         pic 9(005) value zeros.
              05 wk-tot-supervisao      pic 9(005) value zeros.
              05 wk-tot-incentivos      pic 9(005) value zeros.

           copy "arqvendedorfs.cpy".
           copy "arqvendafs.cpy".
           copy "arqregracomfs.cpy".
           copy "arqfolhafs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqperdafs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqajustefs.cpy".
           copy "arqrateiofs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqcampanhafs.cpy".
           copy "arqincentivofs.cpy".

      *    Days of the competencia worked by the vendedor let go,
      *    over the days it has: the share of their cota they are
      *    held to.
           01  wk-pro-rata.
              05 wk-pr-inicio           pic 9(008) value zeros.
              05 wk-pr-fim              pic 9(008) value zeros.
              05 wk-pr-dias-mes         pic 9(003) value zeros.
              05 wk-pr-dias-trab        pic 9(003) value zeros.

           LINKAGE SECTION.

           01  wk-opcao-entrada         pic x(005).
      *    Hand-over with desligavendedor: who leaves and on which
      *    day in, what the final statement came to back out.
           01  wk-parametros-entrada.
              05 wk-pe-vendedor         pic 9(007).
              05 wk-pe-data-efetiva     pic 9(008).
              05 wk-pe-base             pic s9(011)v9(002).
              05 wk-pe-valor            pic s9(009)v9(002).
              05 wk-pe-liquido          pic s9(009)v9(002).
      *    S a row went to the rescisao folha, N nothing to pay,
      *    E the statement could not be closed.
              05 wk-pe-folha            pic x(001).

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  line  5   col  05 value
                         "2 Marcar competencia como paga".
               05  line  6   col  05 value
                         "3 Gravar o regime e a base da empresa".
               05  line  7   col  05 value
                         "9 Encerrar".
               05  line  7   col  43   using wk-opcao.
               05  line  8   col  05 value
                         "Regime (C competencia / X caixa)".
               05  line  8   col  43   using wk-regime.
               05  line  9   col  05 value
                         "Base (R receita / M margem bruta)".
               05  line  9   col  43   using wk-base-comissao.
               05  line  10  col  43   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  line  5   col  05 VALUE
                         "Lancamentos pagos".
               05  line  5   col  40   using wk-tot-pagos.
               05  line  6   col  05 VALUE
                         "Perdas com comissao estornada".
               05  line  6   col  40   using wk-tot-perdas.
               05  line  7   col  05 VALUE
                         "Adiantamentos e descontos liquidados".
               05  line  7   col  40   using wk-tot-ajustes.
               05  line  8   col  05 VALUE
                         "Comissoes de supervisao".
               05  line  8   col  40   using wk-tot-supervisao.
               05  line  9   col  05 VALUE
                         "Incentivos de campanha".
               05  line  9   col  40   using wk-tot-incentivos.
               05  line  10  col  05 value
                         "Pressione ENTER para continuar".
               05  line  10  col  43   using fl-ok.
      *-----------------------------------------------------------------
       procedure division using wk-opcao-entrada wk-parametros-entrada.

       perform       0000-controle.

       IF            wk-opcao-entrada EQUAL     'DESLG'
           PERFORM   0090-FECHA-DESLIGAMENTO
       ELSE
           PERFORM   0010-GET-SC-TELA-INICIAL
       END-IF.

       perform       9999-fim-programa.
      *-----------------------------------------------------------------
       0000-controle.

       INITIALIZE    wk-workarea.
           MOVE      wk-caminho-folhames TO     wk-caminho-arqfolha.
           MOVE      wk-caminho-folhamesrel TO  wk-caminho-arqfolharel.

           CALL      'empresaatual' USING       wk-empresa-corrente.
           PERFORM   0003-VERIFICA-TREINAMENTO.
               MOVE  'S'            TO           wk-tem-contrato
           END-IF.

      *    Receipts only matter to notas settled on the caixa
      *    basis; no settlement file means nothing received yet.
           OPEN      I-O          ARQBAIXA.
           IF        FS-ARQBAIXA    EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-baixa
           END-IF.

           OPEN      I-O          ARQAJUSTE.
           IF        FS-ARQAJUSTE   EQUAL       '05'
            OR       FS-ARQAJUSTE   EQUAL       '35'
               CLOSE      ARQAJUSTE
               OPEN       OUTPUT      ARQAJUSTE
               CLOSE      ARQAJUSTE
               OPEN       I-O         ARQAJUSTE
           END-IF.
           IF        FS-ARQAJUSTE   EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-ajuste
           END-IF.

      *    No split register means every nota is its vendedor's.
           OPEN      I-O          ARQRATEIO.
           IF        FS-ARQRATEIO   EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-rateio
           END-IF.

      *    Items are only needed for the margin basis; without them
      *    every nota counts at its full value.
           OPEN      INPUT        ARQITEMVENDA.
           IF        FS-ARQITEMVENDA EQUAL      ZEROS
               MOVE  'S'            TO           wk-tem-item
           END-IF.

      *    No write-off register yet means nothing to claw back.
           OPEN      I-O          ARQPERDA.
           IF        FS-ARQPERDA    EQUAL       ZEROS
               MOVE  'S'            TO           wk-tem-perda
           END-IF.

           PERFORM   0060-CARREGA-ACELERADORES.
           PERFORM   0110-CARREGA-CAMPANHAS.

           OPEN      I-O          ARQCOMISSAO.
           IF        FS-ARQCOMISSAO EQUAL       '05'
                     MOVE 'Empresa de treinamento - interface vetada'
                                    TO          wk-msg
                 END-IF
                 IF   arqempresacad-regime-caixa
                     MOVE 'X'       TO          wk-regime
                 END-IF
                 IF   arqempresacad-base-margem
                     MOVE 'M'       TO          wk-base-comissao
                 END-IF
               END-READ
               CLOSE ARQEMPRESACAD
           END-IF.
               END-IF
           END-IF.

           IF          WK-OPCAO      EQUAL      3
               PERFORM              0050-GRAVA-REGIME
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  9
            PERFORM    0010-GET-SC-TELA-INICIAL
           END-IF.
                                    TO           wk-msg
           ELSE
               INITIALIZE           wk-totais
               MOVE  ZEROS          TO          wk-sp-qtd
               PERFORM              0026-ABRE-FOLHA
               MOVE  LOW-VALUES     TO          ARQVENDEDOR-CHAVE
               START ARQVENDEDOR    KEY IS      NOT LESS
               END-START
               PERFORM              0022-PROCESSA-VENDEDOR
                 UNTIL FS-ARQVENDEDOR EQUAL     '10'
               PERFORM              0071-COMISSIONA-SUPERVISOR
                 VARYING wk-sp-idx  FROM        1
                   BY    1
                   UNTIL wk-sp-idx  >           wk-sp-qtd
               PERFORM              0028-FECHA-FOLHA
               DISPLAY SC-TELA-RESUMO
               ACCEPT  SC-TELA-RESUMO
           MOVE      wk-competencia TO          arqcomissao-competencia.
           MOVE      ZEROS          TO
                                    arqcomissao-vendedor-codigo.
           MOVE      LOW-VALUES     TO          arqcomissao-lancamento.
           START     ARQCOMISSAO    KEY IS      NOT LESS
                                    ARQCOMISSAO-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCOMISSAO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCOMISSAO
           END-START.
           PERFORM   0021A-LE-FECHADA
             UNTIL   FS-ARQCOMISSAO EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCOMISSAO.
      *---------------------------------------------------------------
      *    A rescisao row closed mid-month for a vendedor let go, or
      *    the campaign bonus closed with it, does not close the
      *    competencia for everybody else.
       0021A-LE-FECHADA.

           READ      ARQCOMISSAO    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCOMISSAO
            NOT AT END
             IF      arqcomissao-empresa NOT EQUAL wk-empresa-corrente
              OR     arqcomissao-competencia NOT EQUAL wk-competencia
                 MOVE '10'          TO          FS-ARQCOMISSAO
             ELSE
                 IF   ( arqcomissao-propria
                  OR    arqcomissao-supervisao )
                  AND ( arqcomissao-fechada
                  OR    arqcomissao-paga )
                     MOVE 'S'       TO          wk-ja-fechada
                     MOVE '10'      TO          FS-ARQCOMISSAO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0022-PROCESSA-VENDEDOR.

             UNTIL   FS-ARQVENDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQVENDA.

           MOVE      ZEROS          TO          wk-in-total
                                                 wk-in-vendido
                                                 wk-in-estorno.
           IF        wk-cp-qtd      GREATER     ZEROS
            AND      wk-tem-item    EQUAL       'S'
               PERFORM              0100-APURA-INCENTIVO
           END-IF.

           IF        wk-tem-rateio  EQUAL       'S'
               PERFORM              0080-APURA-RATEIOS
           END-IF.

           IF        wk-tem-baixa   EQUAL       'S'
               PERFORM              0033-APURA-RECEBIMENTOS
           END-IF.

           MOVE      ZEROS          TO          wk-estorno-perda.
           IF        wk-tem-perda   EQUAL       'S'
               PERFORM              0030-ESTORNA-PERDAS
           END-IF.

      *    The clawback comes off after the accelerator, at face
      *    value: a write-off must not buy back a band the vendedor
      *    already reached on the sale.
           MOVE      ZEROS          TO          wk-ajustes.
           IF        wk-tem-ajuste  EQUAL       'S'
               PERFORM              0036-LIQUIDA-AJUSTES
           END-IF.

           IF        wk-base        NOT EQUAL   ZEROS
            OR       wk-estorno-perda NOT EQUAL ZEROS
            OR       wk-ajustes     NOT EQUAL   ZEROS
            OR       wk-in-estorno  NOT EQUAL   ZEROS
               IF    wk-ac-qtd      GREATER     ZEROS
                AND  arqvendedor-cota-vendas GREATER ZEROS
                AND  wk-base        GREATER     ZEROS
                   PERFORM          0029-APLICA-ACELERADOR
                   MOVE wk-comissao-ajustada TO wk-valor
               END-IF
               SUBTRACT wk-estorno-perda FROM   wk-valor
               SUBTRACT wk-in-estorno FROM      wk-valor
               PERFORM              0025-GRAVA-LEDGER
           END-IF.
           IF        wk-in-total    GREATER     ZEROS
               PERFORM              0105-GRAVA-INCENTIVO
           END-IF.
      *---------------------------------------------------------------
       0024-ACUMULA-VENDA.

                 COMPUTE wk-comp-venda = arqvenda-data / 100
                 IF   wk-comp-venda NOT GREATER wk-competencia
                  AND arqvenda-comp-apurada EQUAL ZEROS
      *              On the caixa basis the nota is only settled as
      *              such -- its commission comes with the receipts.
                     IF   wk-regime-caixa
                         SET arqvenda-apurada-caixa TO      TRUE
                     ELSE
                         PERFORM    0024B-COMISSIONA-NOTA
                     END-IF
                     MOVE wk-competencia TO    arqvenda-comp-apurada
                     REWRITE arqvenda-registro
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The ledger amount is built line by line so a contract rate
      *    on one key account applies only to that account's notas.
       0024B-COMISSIONA-NOTA.

           PERFORM   0024A-TAXA-APLICADA.
           PERFORM   0024C-FATOR-MARGEM.
           IF        arqvenda-estorno
               SUBTRACT arqvenda-valor FROM     wk-base
               COMPUTE wk-valor ROUNDED =
                       wk-valor
                     - (arqvenda-valor * wk-fator-margem
                        * wk-taxa-aplicada / 100)
           ELSE
               ADD   arqvenda-valor TO          wk-base
               COMPUTE wk-valor ROUNDED =
                       wk-valor
                     + (arqvenda-valor * wk-fator-margem
                        * wk-taxa-aplicada / 100)
           END-IF.
      *---------------------------------------------------------------
       0024A-TAXA-APLICADA.

               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Share of the nota that is gross margin, from the cost
      *    frozen on its items -- a partial return carries the items
      *    it took back, a full reversal uses those of its nf-origem.
      *    1 on the receita basis, or when the nota has no items on
      *    file; a nota sold at or below cost pays nothing.
       0024C-FATOR-MARGEM.

           MOVE      1              TO          wk-fator-margem.
           IF        wk-base-margem
            AND      wk-tem-item    EQUAL       'S'
               MOVE  ZEROS          TO          wk-mg-receita
                                                 wk-mg-custo
                                                 wk-mg-itens
               MOVE  arqvenda-numero-nf TO      wk-mg-nf
               PERFORM              0024E-CUSTEIA-NF
               IF    arqvenda-estorno
                AND  wk-mg-itens    EQUAL       ZEROS
                   MOVE arqvenda-nf-origem TO   wk-mg-nf
                   PERFORM          0024E-CUSTEIA-NF
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
       0024D-SOMA-CUSTO.

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
       0024E-CUSTEIA-NF.

           MOVE      wk-mg-nf       TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0024D-SOMA-CUSTO
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
      *    Same progressive bands the statement prints -- the frozen
      *    ledger amount is what the vendedor saw on his paper.
       0029-APLICA-ACELERADOR.
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Parcelas of this vendedor written off up to the end of the
      *    competencia and not yet clawed back: the commission paid on
      *    the lost saldo comes off this close, and the write-off is
      *    stamped so it is never taken twice.
       0030-ESTORNA-PERDAS.

           MOVE      arqvendedor-codigo TO
                                    arqperda-vendedor-codigo.
           START     ARQPERDA       KEY IS      EQUAL
                                    ARQPERDA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQPERDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQPERDA
           END-START.
           PERFORM   0031-ESTORNA-PERDA
             UNTIL   FS-ARQPERDA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQPERDA.
      *---------------------------------------------------------------
       0031-ESTORNA-PERDA.

           READ      ARQPERDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPERDA
            NOT AT END
             IF      arqperda-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQPERDA
             ELSE
                 COMPUTE wk-comp-perda = arqperda-data / 100
                 IF   arqperda-empresa EQUAL    wk-empresa-corrente
                  AND arqperda-comp-estorno EQUAL ZEROS
                  AND wk-comp-perda NOT GREATER wk-competencia
                     PERFORM        0032-TAXA-PERDA
      *              Nothing to take back where the commission only
      *              follows receipts: the lost saldo never paid any.
                     IF   wk-sem-comissao EQUAL 'S'
                         MOVE ZEROS TO          wk-estorno-item
                     ELSE
                         COMPUTE wk-estorno-item ROUNDED =
                                 arqperda-valor * wk-fator-margem
                               * wk-taxa-aplicada / 100
                     END-IF
                     ADD  wk-estorno-item TO    wk-estorno-perda
                     MOVE wk-competencia TO     arqperda-comp-estorno
                     MOVE wk-estorno-item TO
                                    arqperda-valor-estorno
                     REWRITE arqperda-registro
                      INVALID KEY
                       CONTINUE
                     END-REWRITE
                     ADD  1         TO          wk-tot-perdas
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The rate the lost sale was commissioned at: that of its
      *    nota under the contract in force on the nota's date. A
      *    parcela of a renegotiation has no nota of its own and is
      *    rated as of the write-off date.
       0032-TAXA-PERDA.

           MOVE      'N'            TO          wk-sem-comissao.
           MOVE      1              TO          wk-fator-margem.
           MOVE      arqperda-numero-nf TO      arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    arqperda-cliente-codigo TO
                                    arqvenda-cliente-codigo
             MOVE    arqperda-data  TO          arqvenda-data
             IF      wk-regime-caixa
                 MOVE 'S'           TO          wk-sem-comissao
             END-IF
            NOT INVALID KEY
             IF      arqvenda-apurada-caixa
                 MOVE 'S'           TO          wk-sem-comissao
             END-IF
             PERFORM 0024C-FATOR-MARGEM
           END-READ.
           PERFORM   0024A-TAXA-APLICADA.
      *---------------------------------------------------------------
      *    Principal this vendedor's clients paid up to the end of the
      *    competencia and not yet swept. A receipt pays commission
      *    when its nota was settled on the caixa basis; one whose
      *    nota was already paid on the competencia basis is only
      *    marked swept, so a change of basis never pays a sale twice.
      *    A parcela with no nota of its own (a renegotiation) follows
      *    the basis in force. A receipt against a nota not yet
      *    closed waits for the close that settles the nota.
       0033-APURA-RECEBIMENTOS.

           MOVE      arqvendedor-codigo TO
                                    arqbaixa-vendedor-codigo.
           START     ARQBAIXA       KEY IS      EQUAL
                                    ARQBAIXA-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQBAIXA
           END-START.
           PERFORM   0034-APURA-RECEBIMENTO
             UNTIL   FS-ARQBAIXA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQBAIXA.
      *---------------------------------------------------------------
       0034-APURA-RECEBIMENTO.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT AT END
             IF      arqbaixa-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQBAIXA
             ELSE
                 COMPUTE wk-comp-baixa =
                         arqbaixa-data-pagamento / 100
                 IF   arqbaixa-comp-apurada EQUAL ZEROS
                  AND wk-comp-baixa NOT GREATER wk-competencia
                     PERFORM        0035-COMISSIONA-RECEBIMENTO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0035-COMISSIONA-RECEBIMENTO.

           MOVE      'S'            TO          wk-sem-comissao.
           MOVE      1              TO          wk-fator-margem.
           MOVE      ZEROS          TO          wk-rateio-receb.
           MOVE      arqbaixa-numero-nf TO      arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    arqbaixa-cliente-codigo TO
                                    arqvenda-cliente-codigo
             MOVE    arqbaixa-data-pagamento TO arqvenda-data
             IF      wk-regime-caixa
                 MOVE 'N'           TO          wk-sem-comissao
             END-IF
            NOT INVALID KEY
             IF      arqvenda-comp-apurada EQUAL ZEROS
                 MOVE 'W'           TO          wk-sem-comissao
             END-IF
             IF      arqvenda-apurada-caixa
                 MOVE 'N'           TO          wk-sem-comissao
                 PERFORM            0024C-FATOR-MARGEM
                 IF   wk-tem-rateio EQUAL       'S'
                     PERFORM        0085-RATEIO-RECEBIMENTO
                 END-IF
             END-IF
           END-READ.

           IF        wk-sem-comissao NOT EQUAL  'W'
               IF    wk-sem-comissao EQUAL      'N'
                   PERFORM          0024A-TAXA-APLICADA
                   COMPUTE wk-rc-principal =
                           arqbaixa-valor-principal - wk-rateio-receb
                   ADD  wk-rc-principal TO      wk-base
                   COMPUTE wk-valor ROUNDED =
                           wk-valor
                         + (wk-rc-principal
                            * wk-fator-margem
                            * wk-taxa-aplicada / 100)
               END-IF
               MOVE  wk-competencia TO          arqbaixa-comp-apurada
               REWRITE arqbaixa-registro
                INVALID KEY
                 CONTINUE
               END-REWRITE
           END-IF.
      *---------------------------------------------------------------
      *    Advances and deductions still pendente for this vendedor
      *    in this competencia or before are netted now and marked
      *    liquidado under it; later competencias are left alone.
       0036-LIQUIDA-AJUSTES.

           MOVE      wk-empresa-corrente TO     arqajuste-empresa.
           MOVE      arqvendedor-codigo TO
                                    arqajuste-vendedor-codigo.
           MOVE      ZEROS          TO          arqajuste-competencia
                                                 arqajuste-sequencia.
           START     ARQAJUSTE      KEY IS      NOT LESS
                                    ARQAJUSTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQAJUSTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQAJUSTE
           END-START.
           PERFORM   0037-LIQUIDA-AJUSTE
             UNTIL   FS-ARQAJUSTE   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQAJUSTE.
      *---------------------------------------------------------------
       0037-LIQUIDA-AJUSTE.

           READ      ARQAJUSTE      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQAJUSTE
            NOT AT END
             IF      arqajuste-empresa NOT EQUAL wk-empresa-corrente
              OR     arqajuste-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
              OR     arqajuste-competencia GREATER wk-competencia
                 MOVE '10'          TO          FS-ARQAJUSTE
             ELSE
                 IF   arqajuste-pendente
                     ADD  arqajuste-valor TO    wk-ajustes
                     SET  arqajuste-liquidado   TO          TRUE
                     MOVE wk-competencia TO
                                    arqajuste-comp-liquidacao
                     REWRITE arqajuste-registro
                      INVALID KEY
                       CONTINUE
                     END-REWRITE
                     ADD  1         TO          wk-tot-ajustes
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A net below zero is owed back by the vendedor: it opens
      *    the next competencia as a pendente 'T' row.
       0038-TRANSPORTA-SALDO.

           MOVE      wk-competencia TO          wk-comp-seguinte-n.
           ADD       1              TO          wk-cs-mes.
           IF        wk-cs-mes      GREATER     12
               MOVE  1              TO          wk-cs-mes
               ADD   1              TO          wk-cs-ano
           END-IF.
           PERFORM   0039-PROXIMA-SEQ-AJUSTE.

           INITIALIZE               arqajuste-registro.
           MOVE      wk-empresa-corrente TO     arqajuste-empresa.
           MOVE      arqvendedor-codigo TO
                                    arqajuste-vendedor-codigo.
           MOVE      wk-comp-seguinte-n TO      arqajuste-competencia.
           MOVE      wk-ajs-seq     TO          arqajuste-sequencia.
           SET       arqajuste-transporte       TO          TRUE.
           MOVE      SPACES         TO          arqajuste-descricao.
           STRING    'SALDO NEGATIVO DE ' DELIMITED BY SIZE
                     wk-competencia DELIMITED BY SIZE
                     INTO arqajuste-descricao.
           MOVE      wk-transporte  TO          arqajuste-valor.
           SET       arqajuste-pendente         TO          TRUE.
           MOVE      wk-competencia TO          arqajuste-comp-origem.
           ACCEPT    arqajuste-data FROM        DATE.
           MOVE      'FECHAMENTO'   TO          arqajuste-operador.
           WRITE     arqajuste-registro
            INVALID KEY
             CONTINUE
           END-WRITE.
      *---------------------------------------------------------------
       0039-PROXIMA-SEQ-AJUSTE.

           MOVE      ZEROS          TO          wk-ajs-seq.
           MOVE      wk-empresa-corrente TO     arqajuste-empresa.
           MOVE      arqvendedor-codigo TO
                                    arqajuste-vendedor-codigo.
           MOVE      wk-comp-seguinte-n TO      arqajuste-competencia.
           MOVE      ZEROS          TO          arqajuste-sequencia.
           START     ARQAJUSTE      KEY IS      NOT LESS
                                    ARQAJUSTE-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQAJUSTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQAJUSTE
           END-START.
           PERFORM   0039A-LE-SEQ-AJUSTE
             UNTIL   FS-ARQAJUSTE   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQAJUSTE.
           ADD       1              TO          wk-ajs-seq.
      *---------------------------------------------------------------
       0039A-LE-SEQ-AJUSTE.

           READ      ARQAJUSTE      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQAJUSTE
            NOT AT END
             IF      arqajuste-empresa NOT EQUAL wk-empresa-corrente
              OR     arqajuste-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
              OR     arqajuste-competencia NOT EQUAL
                                    wk-comp-seguinte-n
                 MOVE '10'          TO          FS-ARQAJUSTE
             ELSE
                 MOVE arqajuste-sequencia TO    wk-ajs-seq
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Loads the empresa's accelerator bands once; a missing
      *    rules file leaves the flat rate in force.
       0060-CARREGA-ACELERADORES.
           MOVE      wk-competencia TO          arqcomissao-competencia.
           MOVE      arqvendedor-codigo TO
                                    arqcomissao-vendedor-codigo.
           IF        wk-desligamento EQUAL      'S'
               SET   arqcomissao-rescisao       TO          TRUE
           ELSE
               SET   arqcomissao-propria        TO          TRUE
           END-IF.
           MOVE      wk-base        TO          arqcomissao-base.
           MOVE      arqvendedor-taxa-comissao TO
                                    arqcomissao-taxa.
           MOVE      wk-valor       TO          arqcomissao-valor.
           COMPUTE   wk-liquido     =           wk-valor
                                              - wk-ajustes.
           MOVE      ZEROS          TO          wk-transporte.
           IF        wk-liquido     <           ZEROS
               COMPUTE wk-transporte =          ZEROS - wk-liquido
               MOVE  ZEROS          TO          wk-liquido
               PERFORM              0038-TRANSPORTA-SALDO
           END-IF.
           MOVE      wk-ajustes     TO          arqcomissao-ajustes.
           MOVE      wk-liquido     TO          arqcomissao-liquido.
           MOVE      wk-transporte  TO
                                    arqcomissao-transportado.
           MOVE      wk-regime      TO          arqcomissao-regime.
           SET       arqcomissao-fechada        TO          TRUE.
           ACCEPT    arqcomissao-data           FROM        DATE.
           ACCEPT    arqcomissao-hora           FROM        TIME.
             REWRITE arqcomissao-registro
           END-WRITE.
           ADD       1              TO          wk-tot-fechados.
      *    Payroll only receives what is actually to be paid.
           IF        wk-liquido     >           ZEROS
               PERFORM              0027-GRAVA-FOLHA
           END-IF.
           IF        arqvendedor-supervisor-codigo NOT EQUAL ZEROS
            AND      wk-desligamento NOT EQUAL  'S'
               PERFORM              0070-SOMA-EQUIPE
           END-IF.
      *---------------------------------------------------------------
      *    The team base is the same closed base frozen on each
      *    member's own row -- notas or receipts, as the regime says.
       0070-SOMA-EQUIPE.

           MOVE      ZEROS          TO          wk-sp-pos.
           PERFORM   0070A-PROCURA-SUPERVISOR
             VARYING wk-sp-idx      FROM        1
               BY    1
               UNTIL wk-sp-idx      >           wk-sp-qtd.
           IF        wk-sp-pos      EQUAL       ZEROS
            AND      wk-sp-qtd      <           200
               ADD   1              TO          wk-sp-qtd
               MOVE  wk-sp-qtd      TO          wk-sp-pos
               MOVE  arqvendedor-supervisor-codigo TO
                                    wk-sp-codigo(wk-sp-pos)
               MOVE  ZEROS          TO          wk-sp-base(wk-sp-pos)
           END-IF.
           IF        wk-sp-pos      NOT EQUAL   ZEROS
               ADD   wk-base        TO          wk-sp-base(wk-sp-pos)
           END-IF.
      *---------------------------------------------------------------
       0070A-PROCURA-SUPERVISOR.

           IF        wk-sp-codigo(wk-sp-idx) EQUAL
                                    arqvendedor-supervisor-codigo
               MOVE  wk-sp-idx      TO          wk-sp-pos
           END-IF.
      *---------------------------------------------------------------
      *    A supervisor earns the override only while ativo, with a
      *    rate on file and a positive team base in the period; the
      *    row is separate from their own commission and is not netted
      *    against their advances and deductions.
       0071-COMISSIONA-SUPERVISOR.

           MOVE      wk-sp-codigo(wk-sp-idx) TO ARQVENDEDOR-CODIGO.
           READ      ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             IF      arqvendedor-ativo
              AND    arqvendedor-empresa EQUAL  wk-empresa-corrente
              AND    arqvendedor-taxa-supervisao GREATER ZEROS
              AND    wk-sp-base(wk-sp-idx) GREATER ZEROS
                 PERFORM            0072-GRAVA-SUPERVISAO
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0072-GRAVA-SUPERVISAO.

           MOVE      wk-sp-base(wk-sp-idx) TO   wk-base.
           COMPUTE   wk-valor       ROUNDED =
                     wk-base * arqvendedor-taxa-supervisao / 100.
           MOVE      wk-valor       TO          wk-liquido.
           MOVE      wk-empresa-corrente TO     arqcomissao-empresa.
           MOVE      wk-competencia TO          arqcomissao-competencia.
           MOVE      arqvendedor-codigo TO
                                    arqcomissao-vendedor-codigo.
           SET       arqcomissao-supervisao     TO          TRUE.
           MOVE      wk-base        TO          arqcomissao-base.
           MOVE      arqvendedor-taxa-supervisao TO
                                    arqcomissao-taxa.
           MOVE      wk-valor       TO          arqcomissao-valor.
           MOVE      ZEROS          TO          arqcomissao-ajustes
                                    arqcomissao-transportado.
           MOVE      wk-liquido     TO          arqcomissao-liquido.
           MOVE      wk-regime      TO          arqcomissao-regime.
           SET       arqcomissao-fechada        TO          TRUE.
           ACCEPT    arqcomissao-data           FROM        DATE.
           ACCEPT    arqcomissao-hora           FROM        TIME.
           WRITE     arqcomissao-registro
            INVALID KEY
             REWRITE arqcomissao-registro
           END-WRITE.
           ADD       1              TO          wk-tot-fechados
                                                 wk-tot-supervisao.
           IF        wk-liquido     >           ZEROS
               PERFORM              0027-GRAVA-FOLHA
           END-IF.
      *---------------------------------------------------------------
      *    The payroll hand-over opens with the standard header
      *    control record and one line on the control report; each
           SET       arqfolha-ctl-header        TO          TRUE.
           MOVE      'ARQFOLHA'     TO          arqfolha-ctl-feed.
           ACCEPT    arqfolha-ctl-data          FROM        DATE.
           MOVE      3              TO          arqfolha-ctl-versao.
           MOVE      ZEROS          TO          arqfolha-ctl-qtd
                                                 arqfolha-ctl-hash.
           WRITE     arqfolha-controle.
           MOVE      wk-competencia TO          wk-fl-cab-comp.
           WRITE     arqfolharel-linha FROM     wk-lin-fl-cabec.
      *---------------------------------------------------------------
      *    Amounts come from the ledger row just frozen, whichever
      *    kind it is.
       0027-GRAVA-FOLHA.

           MOVE      'D'            TO          arqfolha-tipo.
           MOVE      arqvendedor-cpf TO         arqfolha-cpf.
           MOVE      wk-competencia TO          arqfolha-competencia.
           MOVE      arqcomissao-base TO        arqfolha-base.
           MOVE      arqcomissao-taxa TO        arqfolha-taxa.
           MOVE      arqcomissao-liquido TO     arqfolha-valor.
           EVALUATE  TRUE
            WHEN     arqcomissao-supervisao
               SET   arqfolha-supervisao        TO          TRUE
            WHEN     arqcomissao-incentivo
               SET   arqfolha-incentivo         TO          TRUE
            WHEN     OTHER
               SET   arqfolha-comissao          TO          TRUE
           END-EVALUATE.
           WRITE     arqfolha-registro.
           ADD       1              TO          wk-fl-qtd.
           ADD       arqvendedor-cpf TO         wk-fl-hash.
           ADD       arqcomissao-liquido TO     wk-fl-soma-valor.

           MOVE      arqvendedor-codigo TO      wk-fl-det-codigo.
           MOVE      arqvendedor-cpf TO         wk-fl-det-cpf.
           MOVE      arqcomissao-liquido TO     wk-fl-det-valor.
           WRITE     arqfolharel-linha FROM     wk-lin-fl-detalhe.
      *---------------------------------------------------------------
       0028-FECHA-FOLHA.
           SET       arqfolha-ctl-trailer       TO          TRUE.
           MOVE      'ARQFOLHA'     TO          arqfolha-ctl-feed.
           ACCEPT    arqfolha-ctl-data          FROM        DATE.
           MOVE      3              TO          arqfolha-ctl-versao.
           MOVE      wk-fl-qtd      TO          arqfolha-ctl-qtd.
           MOVE      wk-fl-hash     TO          arqfolha-ctl-hash.
           WRITE     arqfolha-controle.
           MOVE      wk-competencia TO          arqcomissao-competencia.
           MOVE      ZEROS          TO
                                    arqcomissao-vendedor-codigo.
           MOVE      LOW-VALUES     TO          arqcomissao-lancamento.
           START     ARQCOMISSAO    KEY IS      NOT LESS
                                    ARQCOMISSAO-CHAVE
            INVALID KEY
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The basis is the empresa's, kept on arqempresacad; an
      *    empresa with no row there gets one, as producao.
       0050-GRAVA-REGIME.

           IF        NOT wk-regime-valido
               MOVE  'Regime deve ser C ou X'    TO          wk-msg
           ELSE
            IF       NOT wk-base-valida
               MOVE  'Base deve ser R ou M'      TO          wk-msg
            ELSE
               OPEN  I-O          ARQEMPRESACAD
               IF    FS-ARQEMPRESACAD EQUAL     '05'
                OR   FS-ARQEMPRESACAD EQUAL     '35'
                   CLOSE      ARQEMPRESACAD
                   OPEN       OUTPUT      ARQEMPRESACAD
                   CLOSE      ARQEMPRESACAD
                   OPEN       I-O         ARQEMPRESACAD
               END-IF
               MOVE  wk-empresa-corrente TO
                                    arqempresacad-empresa
               READ  ARQEMPRESACAD  KEY IS
                                    ARQEMPRESACAD-EMPRESA
                INVALID KEY
                 INITIALIZE         arqempresacad-registro
                 MOVE wk-empresa-corrente TO
                                    arqempresacad-empresa
                 SET  arqempresacad-producao    TO          TRUE
                 MOVE wk-regime     TO
                                    arqempresacad-regime-comissao
                 MOVE wk-base-comissao TO
                                    arqempresacad-base-comissao
                 WRITE arqempresacad-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQEMPRESACAD
                                                 WK-MSG
                 END-WRITE
                NOT INVALID KEY
                 MOVE wk-regime     TO
                                    arqempresacad-regime-comissao
                 MOVE wk-base-comissao TO
                                    arqempresacad-base-comissao
                 REWRITE arqempresacad-registro
                  INVALID KEY
                   CALL 'fsmensagem' USING      FS-ARQEMPRESACAD
                                                 WK-MSG
                 END-REWRITE
               END-READ
               CLOSE ARQEMPRESACAD
               IF    wk-msg         EQUAL       SPACES
                   MOVE 'Regime e base da empresa gravados'
                                    TO          wk-msg
               END-IF
            END-IF
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Split notas. The titular was credited the whole nota above,
      *    so the coparticipante's share comes off the titular's base
      *    at the titular's own rate; on the coparticipante's turn the
      *    same share goes on at the coparticipante's rate. Each side
      *    is stamped with the competencia that took it, whichever of
      *    the two vendedores the file reaches first, so a split
      *    recorded after a month closed lands in the next close. A
      *    nota settled on the caixa basis is only marked swept here:
      *    its share travels with the receipts instead (0085, 0086).
       0080-APURA-RATEIOS.

           MOVE      arqvendedor-codigo TO
                                    arqrateio-titular-codigo.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-TITULAR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQRATEIO
           END-START.
           PERFORM   0081-RATEIO-TITULAR
             UNTIL   FS-ARQRATEIO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQRATEIO.

           MOVE      arqvendedor-codigo TO
                                    arqrateio-vendedor-codigo.
           START     ARQRATEIO      KEY IS      EQUAL
                                    ARQRATEIO-VENDEDOR-CODIGO
            INVALID KEY
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQRATEIO
           END-START.
           PERFORM   0082-RATEIO-COPARTICIPANTE
             UNTIL   FS-ARQRATEIO   EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQRATEIO.
      *---------------------------------------------------------------
       0081-RATEIO-TITULAR.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT AT END
             IF      arqrateio-titular-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQRATEIO
             ELSE
              IF     arqrateio-comp-titular EQUAL ZEROS
                 PERFORM            0083-VENDA-RATEADA
                 IF   wk-sem-comissao NOT EQUAL 'W'
                     IF   wk-sem-comissao EQUAL 'N'
                         PERFORM    0084-VALOR-RATEIO
                         SUBTRACT wk-rateio-base  FROM wk-base
                         SUBTRACT wk-rateio-valor FROM wk-valor
                     END-IF
                     MOVE wk-competencia TO    arqrateio-comp-titular
                     REWRITE arqrateio-registro
                      INVALID KEY
                       CONTINUE
                     END-REWRITE
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0082-RATEIO-COPARTICIPANTE.

           READ      ARQRATEIO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQRATEIO
            NOT AT END
             IF      arqrateio-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQRATEIO
             ELSE
              PERFORM               0083-VENDA-RATEADA
              IF     arqrateio-comp-vendedor EQUAL ZEROS
                 IF   wk-sem-comissao NOT EQUAL 'W'
                     IF   wk-sem-comissao EQUAL 'N'
                         PERFORM    0084-VALOR-RATEIO
                         ADD  wk-rateio-base  TO wk-base
                         ADD  wk-rateio-valor TO wk-valor
                     END-IF
                     MOVE wk-competencia TO    arqrateio-comp-vendedor
                     REWRITE arqrateio-registro
                      INVALID KEY
                       CONTINUE
                     END-REWRITE
                 END-IF
              END-IF
              IF     wk-rateio-caixa EQUAL      'S'
               AND   wk-tem-baixa   EQUAL       'S'
                 PERFORM            0086-RATEIO-RECEBIMENTOS
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    N moves the share, S only marks it swept (caixa basis, or
      *    the nota is gone), W waits for a later competencia. A nota
      *    not yet closed is settled on the basis in force, which is
      *    how this same close will settle it for the titular.
       0083-VENDA-RATEADA.

           MOVE      'S'            TO          wk-sem-comissao.
           MOVE      'N'            TO          wk-rateio-caixa.
           MOVE      arqrateio-numero-nf TO     arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             COMPUTE wk-comp-venda = arqvenda-data / 100
             IF      wk-comp-venda  GREATER     wk-competencia
                 MOVE 'W'           TO          wk-sem-comissao
             ELSE
                 IF   arqvenda-apurada-caixa
                     MOVE 'S'       TO          wk-rateio-caixa
                 END-IF
                 IF   arqvenda-apurada-caixa
                  OR  ( arqvenda-comp-apurada EQUAL ZEROS
                  AND  wk-regime-caixa )
                     MOVE 'S'       TO          wk-sem-comissao
                 ELSE
                     MOVE 'N'       TO          wk-sem-comissao
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The share at the rate of the vendedor being closed, under
      *    their contract with the nota's client; a reversal's share is
      *    negative like the reversal itself.
       0084-VALOR-RATEIO.

           PERFORM   0024A-TAXA-APLICADA.
           PERFORM   0024C-FATOR-MARGEM.
           COMPUTE   wk-rateio-base ROUNDED =
                     arqvenda-valor * arqrateio-percentual / 100.
           COMPUTE   wk-rateio-valor ROUNDED =
                     wk-rateio-base * wk-fator-margem
                   * wk-taxa-aplicada / 100.
           IF        arqvenda-estorno
               COMPUTE wk-rateio-base  = ZEROS - wk-rateio-base
               COMPUTE wk-rateio-valor = ZEROS - wk-rateio-valor
           END-IF.
      *---------------------------------------------------------------
      *    A receipt on a split nota settled on the caixa basis: the
      *    coparticipante's percentual of the principal stays off the
      *    commission of the titulo's vendedor, and the row is marked
      *    as owing that share -- unless the coparticipante's close
      *    already took it.
       0085-RATEIO-RECEBIMENTO.

           MOVE      arqvenda-numero-nf TO      arqrateio-numero-nf.
           READ      ARQRATEIO      KEY IS      ARQRATEIO-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             COMPUTE wk-rateio-receb ROUNDED =
                     arqbaixa-valor-principal * arqrateio-percentual
                   / 100
             IF      arqbaixa-rateio EQUAL      SPACE
                 SET  arqbaixa-rateio-pendente  TO          TRUE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The coparticipante's side of the same receipts, at the
      *    coparticipante's own rate: every receipt of the nota up to
      *    this competencia whose share is still owed -- swept by the
      *    titular's close, or not yet swept at all, in which case the
      *    titular's close takes it off when it comes. A receipt swept
      *    before shares were kept on it is left with the titular.
       0086-RATEIO-RECEBIMENTOS.

           PERFORM   0024A-TAXA-APLICADA.
           PERFORM   0024C-FATOR-MARGEM.
           MOVE      arqrateio-numero-nf TO     arqbaixa-numero-nf.
           MOVE      ZEROS          TO          arqbaixa-parcela
                                                 arqbaixa-sequencia.
           START     ARQBAIXA       KEY IS      NOT LESS
                                    ARQBAIXA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQBAIXA
           END-START.
           PERFORM   0086A-RATEIO-RECEBIDO
             UNTIL   FS-ARQBAIXA    EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQBAIXA.
      *---------------------------------------------------------------
       0086A-RATEIO-RECEBIDO.

           READ      ARQBAIXA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXA
            NOT AT END
             IF      arqbaixa-numero-nf NOT EQUAL
                                    arqrateio-numero-nf
                 MOVE '10'          TO          FS-ARQBAIXA
             ELSE
                 COMPUTE wk-comp-baixa =
                         arqbaixa-data-pagamento / 100
                 IF   arqbaixa-comp-rateio EQUAL ZEROS
                  AND wk-comp-baixa NOT GREATER wk-competencia
                  AND ( arqbaixa-comp-apurada EQUAL ZEROS
                  OR   arqbaixa-rateio-pendente )
                     COMPUTE wk-rateio-receb ROUNDED =
                             arqbaixa-valor-principal
                           * arqrateio-percentual / 100
                     ADD  wk-rateio-receb TO    wk-base
                     COMPUTE wk-valor ROUNDED =
                             wk-valor
                           + (wk-rateio-receb
                              * wk-fator-margem
                              * wk-taxa-aplicada / 100)
                     SET  arqbaixa-rateio-pago  TO          TRUE
                     MOVE wk-competencia TO     arqbaixa-comp-rateio
                     REWRITE arqbaixa-registro
                      INVALID KEY
                       CONTINUE
                     END-REWRITE
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Final statement of a vendedor being let go, closed from
      *    desligavendedor on their last day: everything not yet
      *    settled up to that day, measured against their cota cut
      *    down to the days of the month they worked, written as a
      *    rescisao row and sent to payroll in a folha of its own.
      *    They are taken whatever their status -- the first step of the
      *    offboarding has already made them inativo.
       0090-FECHA-DESLIGAMENTO.

           MOVE      'S'            TO          wk-desligamento.
           MOVE      ZEROS          TO          wk-pe-base
                                                 wk-pe-valor
                                                 wk-pe-liquido
                                                 wk-liquido.
           MOVE      'E'            TO          wk-pe-folha.
           IF        fl-ok          EQUAL       'N'
               MOVE  8              TO          RETURN-CODE
           ELSE
      *        Everything opened: the close at the end must run so
      *        the caller gets the files back.
               MOVE  'S'            TO          fl-ok
               COMPUTE wk-competencia =         wk-pe-data-efetiva / 100
               MOVE  wk-pe-vendedor TO          ARQVENDEDOR-CODIGO
               READ  ARQVENDEDOR    KEY IS      ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 8             TO          RETURN-CODE
                NOT INVALID KEY
                 IF   arqvendedor-empresa NOT EQUAL wk-empresa-corrente
                     MOVE 8         TO          RETURN-CODE
                 ELSE
                     PERFORM        0091-COTA-PRO-RATA
                     MOVE ZEROS     TO          wk-sp-qtd
                     MOVE wk-caminho-folharesc TO
                                    wk-caminho-arqfolha
                     MOVE wk-caminho-folharescrel TO
                                    wk-caminho-arqfolharel
                     PERFORM        0026-ABRE-FOLHA
                     PERFORM        0023-APURA-VENDEDOR
                     PERFORM        0028-FECHA-FOLHA
                     MOVE wk-base   TO          wk-pe-base
                     MOVE wk-valor  TO          wk-pe-valor
                     MOVE wk-liquido TO         wk-pe-liquido
                     IF   wk-fl-qtd GREATER     ZEROS
                         MOVE 'S'   TO          wk-pe-folha
                     ELSE
                         MOVE 'N'   TO          wk-pe-folha
                     END-IF
                     MOVE ZEROS     TO          RETURN-CODE
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
      *    Only the record in memory is cut down; the cota on file
      *    is left as it was for the history.
       0091-COTA-PRO-RATA.

           COMPUTE   wk-pr-inicio   =           wk-competencia * 100
                                              + 1.
           MOVE      wk-competencia TO          wk-comp-seguinte-n.
           IF        wk-cs-mes      EQUAL       12
               ADD   1              TO          wk-cs-ano
               MOVE  1              TO          wk-cs-mes
           ELSE
               ADD   1              TO          wk-cs-mes
           END-IF.
           COMPUTE   wk-pr-fim      =           wk-comp-seguinte-n * 100
                                              + 1.
           COMPUTE   wk-pr-dias-mes =
                     FUNCTION INTEGER-OF-DATE(wk-pr-fim)
                   - FUNCTION INTEGER-OF-DATE(wk-pr-inicio).
           COMPUTE   wk-pr-dias-trab =
                     FUNCTION INTEGER-OF-DATE(wk-pe-data-efetiva)
                   - FUNCTION INTEGER-OF-DATE(wk-pr-inicio) + 1.
           IF        wk-pr-dias-trab LESS       wk-pr-dias-mes
               COMPUTE arqvendedor-cota-vendas ROUNDED =
                       arqvendedor-cota-vendas * wk-pr-dias-trab
                       / wk-pr-dias-mes
           END-IF.
      *---------------------------------------------------------------
      *    Campaign bonus on the notas this close has just settled --
      *    those stamped with its competencia -- under every campaign
      *    whose period holds the nota's date. An estorno takes back
      *    what its original nota earned, judged by the original's
      *    date; the originals are read once the browse is over so
      *    its position is not lost. A net below zero (reversals of
      *    bonus paid in earlier months) comes off the vendedor's own
      *    commission, as a write-off clawback does.
       0100-APURA-INCENTIVO.

           MOVE      ZEROS          TO          wk-in-elegiveis
                                                 wk-in-est-qtd.
           PERFORM   0100A-ELEGE-CAMPANHA
             VARYING wk-cp-idx      FROM        1
               BY    1
               UNTIL wk-cp-idx      >           wk-cp-qtd.
           IF        wk-in-elegiveis GREATER    ZEROS
               MOVE  arqvendedor-codigo TO
                                    ARQVENDA-VENDEDOR-CODIGO
               START ARQVENDA       KEY IS      EQUAL
                                    ARQVENDA-VENDEDOR-CODIGO
                INVALID KEY
                 MOVE '10'          TO          FS-ARQVENDA
                NOT INVALID KEY
                 MOVE ZEROS         TO          FS-ARQVENDA
               END-START
               PERFORM              0101-INCENTIVO-VENDA
                 UNTIL FS-ARQVENDA  EQUAL       '10'
               MOVE  ZEROS          TO          FS-ARQVENDA
               PERFORM              0102-INCENTIVO-ESTORNO
                 VARYING wk-in-est-idx FROM     1
                   BY    1
                   UNTIL wk-in-est-idx >        wk-in-est-qtd
               PERFORM              0104-GRAVA-RESULTADO
                 VARYING wk-cp-idx  FROM        1
                   BY    1
                   UNTIL wk-cp-idx  >           wk-cp-qtd
               IF    wk-in-total    <           ZEROS
                   COMPUTE wk-in-estorno =      ZEROS - wk-in-total
                   MOVE ZEROS       TO          wk-in-total
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    A campaign with no regiao listed runs everywhere.
       0100A-ELEGE-CAMPANHA.

           MOVE      ZEROS          TO
                                    wk-cp-unidades(wk-cp-idx)
                                    wk-cp-vendido(wk-cp-idx)
                                    wk-cp-valor(wk-cp-idx).
           MOVE      'N'            TO
                                    wk-cp-elegivel(wk-cp-idx).
           IF        wk-cp-regioes(wk-cp-idx) EQUAL ZEROS
               MOVE  'S'            TO
                                    wk-cp-elegivel(wk-cp-idx)
           ELSE
               PERFORM              0100B-TESTA-REGIAO
                 VARYING wk-in-idx  FROM        1
                   BY    1
                   UNTIL wk-in-idx  >           10
           END-IF.
           IF        wk-cp-elegivel(wk-cp-idx) EQUAL 'S'
               ADD   1              TO          wk-in-elegiveis
           END-IF.
      *---------------------------------------------------------------
       0100B-TESTA-REGIAO.

           IF        wk-cp-regiao(wk-cp-idx wk-in-idx) NOT EQUAL ZEROS
            AND      wk-cp-regiao(wk-cp-idx wk-in-idx) EQUAL
                                    arqvendedor-regiao-codigo
               MOVE  'S'            TO
                                    wk-cp-elegivel(wk-cp-idx)
           END-IF.
      *---------------------------------------------------------------
       0101-INCENTIVO-VENDA.

           READ      ARQVENDA       NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDA
            NOT AT END
             IF      arqvenda-vendedor-codigo NOT EQUAL
                                    arqvendedor-codigo
                 MOVE '10'          TO          FS-ARQVENDA
             ELSE
                 IF   arqvenda-comp-apurada EQUAL wk-competencia
                     IF   arqvenda-estorno
                         IF   wk-in-est-qtd <   100
                             ADD  1 TO          wk-in-est-qtd
                             MOVE arqvenda-nf-origem TO
                                    wk-in-est-nf(wk-in-est-qtd)
                             MOVE arqvenda-numero-nf TO
                                    wk-in-est-dev(wk-in-est-qtd)
                         END-IF
                     ELSE
                         MOVE arqvenda-numero-nf TO wk-in-nf
                         MOVE arqvenda-data TO  wk-in-data
                         MOVE 1     TO          wk-in-sinal
                         PERFORM    0103-INCENTIVO-ITENS
                     END-IF
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The campaign is the one the original sale fell in; the
      *    units are those a partial return took back, or all of the
      *    original's when the reversal carries no items.
       0102-INCENTIVO-ESTORNO.

           MOVE      wk-in-est-nf(wk-in-est-idx) TO
                                    arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS      ARQVENDA-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    arqvenda-data  TO          wk-in-data
             MOVE    -1             TO          wk-in-sinal
             MOVE    wk-in-est-dev(wk-in-est-idx) TO wk-in-nf
             PERFORM 0103-INCENTIVO-ITENS
             IF      wk-in-achou    EQUAL       'N'
                 MOVE arqvenda-numero-nf TO     wk-in-nf
                 PERFORM            0103-INCENTIVO-ITENS
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0103-INCENTIVO-ITENS.

           MOVE      'N'            TO          wk-in-achou.
           MOVE      wk-in-nf       TO          arqitemvenda-numero-nf.
           MOVE      ZEROS          TO          arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS      NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQITEMVENDA
           END-START.
           PERFORM   0103A-INCENTIVO-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL      '10'.
           MOVE      ZEROS          TO          FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0103A-INCENTIVO-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-in-nf
                 MOVE '10'          TO          FS-ARQITEMVENDA
             ELSE
                 MOVE 'S'           TO          wk-in-achou
                 MOVE 'N'           TO          wk-in-conta
                 PERFORM            0103B-CAMPANHA-ITEM
                   VARYING wk-cp-idx FROM       1
                     BY    1
                     UNTIL wk-cp-idx >          wk-cp-qtd
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0103B-CAMPANHA-ITEM.

           IF        wk-cp-elegivel(wk-cp-idx) EQUAL 'S'
            AND      wk-in-data     NOT LESS
                                    wk-cp-data-ini(wk-cp-idx)
            AND      wk-in-data     NOT GREATER
                                    wk-cp-data-fim(wk-cp-idx)
               MOVE  'N'            TO          wk-in-casa
               IF    wk-cp-alvo(wk-cp-idx) EQUAL 'L'
                   IF arqitemvenda-linha-produto EQUAL
                                    wk-cp-linha(wk-cp-idx)
                       MOVE 'S'     TO          wk-in-casa
                   END-IF
               ELSE
                   PERFORM          0103C-TESTA-PRODUTO
                     VARYING wk-in-idx FROM     1
                       BY    1
                       UNTIL wk-in-idx >        10
               END-IF
               IF    wk-in-casa     EQUAL       'S'
                   PERFORM          0103D-SOMA-BONUS
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0103C-TESTA-PRODUTO.

           IF        wk-cp-produto(wk-cp-idx wk-in-idx) NOT EQUAL ZEROS
            AND      wk-cp-produto(wk-cp-idx wk-in-idx) EQUAL
                                    arqitemvenda-produto-codigo
               MOVE  'S'            TO          wk-in-casa
           END-IF.
      *---------------------------------------------------------------
      *    An item two campaigns cover pays both bonuses, but its
      *    value counts once in what was sold under campaigns.
       0103D-SOMA-BONUS.

           IF        wk-cp-bonus(wk-cp-idx) EQUAL 'P'
               COMPUTE wk-in-item-bonus ROUNDED =
                       arqitemvenda-valor-total
                     * wk-cp-percentual(wk-cp-idx) / 100
           ELSE
               COMPUTE wk-in-item-bonus ROUNDED =
                       arqitemvenda-quantidade
                     * wk-cp-valor-unidade(wk-cp-idx)
           END-IF.
           COMPUTE   wk-cp-unidades(wk-cp-idx) =
                     wk-cp-unidades(wk-cp-idx)
                   + arqitemvenda-quantidade * wk-in-sinal.
           COMPUTE   wk-cp-vendido(wk-cp-idx) =
                     wk-cp-vendido(wk-cp-idx)
                   + arqitemvenda-valor-total * wk-in-sinal.
           COMPUTE   wk-cp-valor(wk-cp-idx) =
                     wk-cp-valor(wk-cp-idx)
                   + wk-in-item-bonus * wk-in-sinal.
           COMPUTE   wk-in-total    =
                     wk-in-total + wk-in-item-bonus * wk-in-sinal.
           IF        wk-in-conta    EQUAL       'N'
               MOVE  'S'            TO          wk-in-conta
               COMPUTE wk-in-vendido =
                       wk-in-vendido
                     + arqitemvenda-valor-total * wk-in-sinal
           END-IF.
      *---------------------------------------------------------------
      *    One results row per campaign the vendedor moved in the
      *    competencia, for the campaign report.
       0104-GRAVA-RESULTADO.

           IF        wk-tem-incentivo EQUAL     'S'
            AND      wk-cp-elegivel(wk-cp-idx) EQUAL 'S'
            AND    ( wk-cp-unidades(wk-cp-idx) NOT EQUAL ZEROS
             OR      wk-cp-valor(wk-cp-idx) NOT EQUAL ZEROS )
               MOVE  wk-empresa-corrente TO     arqincentivo-empresa
               MOVE  wk-cp-codigo(wk-cp-idx) TO arqincentivo-campanha
               MOVE  wk-competencia TO
                                    arqincentivo-competencia
               MOVE  arqvendedor-codigo TO
                                    arqincentivo-vendedor-codigo
               MOVE  wk-cp-unidades(wk-cp-idx) TO
                                    arqincentivo-unidades
               MOVE  wk-cp-vendido(wk-cp-idx) TO
                                    arqincentivo-valor-vendido
               MOVE  wk-cp-valor(wk-cp-idx) TO
                                    arqincentivo-valor-bonus
               ACCEPT arqincentivo-data         FROM        DATE
               WRITE arqincentivo-registro
                INVALID KEY
                 REWRITE arqincentivo-registro
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
      *    The bonus is a ledger row of its own, paid on its own
      *    payroll rubrica and never netted against advances.
       0105-GRAVA-INCENTIVO.

           MOVE      wk-empresa-corrente TO     arqcomissao-empresa.
           MOVE      wk-competencia TO          arqcomissao-competencia.
           MOVE      arqvendedor-codigo TO
                                    arqcomissao-vendedor-codigo.
           SET       arqcomissao-incentivo      TO          TRUE.
           MOVE      wk-in-vendido  TO          arqcomissao-base.
           MOVE      ZEROS          TO          arqcomissao-taxa
                                                 arqcomissao-ajustes
                                    arqcomissao-transportado.
           MOVE      wk-in-total    TO          arqcomissao-valor
                                                 arqcomissao-liquido.
           MOVE      wk-regime      TO          arqcomissao-regime.
           SET       arqcomissao-fechada        TO          TRUE.
           ACCEPT    arqcomissao-data           FROM        DATE.
           ACCEPT    arqcomissao-hora           FROM        TIME.
           WRITE     arqcomissao-registro
            INVALID KEY
             REWRITE arqcomissao-registro
           END-WRITE.
           ADD       1              TO          wk-tot-fechados
                                                 wk-tot-incentivos.
           PERFORM   0027-GRAVA-FOLHA.
      *---------------------------------------------------------------
      *    Active campaigns of the empresa; without any, or without
      *    the campaign file, the close runs as it always did.
       0110-CARREGA-CAMPANHAS.

           MOVE      ZEROS          TO          wk-cp-qtd.
           OPEN      INPUT        ARQCAMPANHA.
           IF        FS-ARQCAMPANHA EQUAL       ZEROS
               MOVE  wk-empresa-corrente TO     arqcampanha-empresa
               MOVE  ZEROS          TO          arqcampanha-codigo
               START ARQCAMPANHA    KEY IS      NOT LESS
                                    ARQCAMPANHA-CHAVE
                INVALID KEY
                 MOVE '10'          TO          FS-ARQCAMPANHA
               END-START
               PERFORM              0110A-CARREGA-CAMPANHA
                 UNTIL FS-ARQCAMPANHA EQUAL     '10'
               CLOSE ARQCAMPANHA
           END-IF.
           IF        wk-cp-qtd      GREATER     ZEROS
               OPEN  I-O          ARQINCENTIVO
               IF    FS-ARQINCENTIVO EQUAL      '05'
                OR   FS-ARQINCENTIVO EQUAL      '35'
                   CLOSE      ARQINCENTIVO
                   OPEN       OUTPUT      ARQINCENTIVO
                   CLOSE      ARQINCENTIVO
                   OPEN       I-O         ARQINCENTIVO
               END-IF
               IF    FS-ARQINCENTIVO EQUAL      ZEROS
                   MOVE 'S'         TO          wk-tem-incentivo
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0110A-CARREGA-CAMPANHA.

           READ      ARQCAMPANHA    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCAMPANHA
            NOT AT END
             IF      arqcampanha-empresa NOT EQUAL wk-empresa-corrente
                 MOVE '10'          TO          FS-ARQCAMPANHA
             ELSE
                 IF   arqcampanha-ativa
                  AND wk-cp-qtd     <           30
                     ADD  1         TO          wk-cp-qtd
                     MOVE arqcampanha-codigo TO
                                    wk-cp-codigo(wk-cp-qtd)
                     MOVE arqcampanha-data-ini TO
                                    wk-cp-data-ini(wk-cp-qtd)
                     MOVE arqcampanha-data-fim TO
                                    wk-cp-data-fim(wk-cp-qtd)
                     MOVE arqcampanha-alvo TO
                                    wk-cp-alvo(wk-cp-qtd)
                     MOVE arqcampanha-produtos TO
                                    wk-cp-produtos(wk-cp-qtd)
                     MOVE arqcampanha-linha TO
                                    wk-cp-linha(wk-cp-qtd)
                     MOVE arqcampanha-bonus TO
                                    wk-cp-bonus(wk-cp-qtd)
                     MOVE arqcampanha-valor-unidade TO
                                    wk-cp-valor-unidade(wk-cp-qtd)
                     MOVE arqcampanha-percentual-bonus TO
                                    wk-cp-percentual(wk-cp-qtd)
                     MOVE arqcampanha-regioes TO
                                    wk-cp-regioes(wk-cp-qtd)
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

           IF        wk-tem-contrato EQUAL      'S'
               CLOSE ARQCONTRATO
           END-IF.
           IF        wk-tem-perda   EQUAL       'S'
               CLOSE ARQPERDA
           END-IF.
           IF        wk-tem-baixa   EQUAL       'S'
               CLOSE ARQBAIXA
           END-IF.
           IF        wk-tem-ajuste  EQUAL       'S'
               CLOSE ARQAJUSTE
           END-IF.
           IF        wk-tem-rateio  EQUAL       'S'
               CLOSE ARQRATEIO
           END-IF.
           IF        wk-tem-item    EQUAL       'S'
               CLOSE ARQITEMVENDA
           END-IF.
           IF        wk-tem-incentivo EQUAL     'S'
               CLOSE ARQINCENTIVO
           END-IF.
           CLOSE     ARQCOMISSAO.
           GOBACK.
           exit program.
