           copy "arqprecoselect.cpy".
           copy "arqauditoriaselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqbloqueioselect.cpy".
           copy "arqrateioselect.cpy".
           copy "arqtemparqselect.cpy".
           copy "arqclicdselect.cpy".
           copy "arqdevolucaoselect.cpy".

       data division.

           copy "arqprecofd.cpy".
           copy "arqauditoriafd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqbloqueiofd.cpy".
           copy "arqrateiofd.cpy".
           copy "arqtemparqfd.cpy".
           copy "arqclicdfd.cpy".
           copy "arqdevolucaofd.cpy".

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqvenda      pic x(070) value
           01  wk-caminho-arqdivergencia
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\divergencia.dat".
           01  wk-caminho-arqtemparq    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\divtmp.dat".
           01  wk-caminho-arqpreco      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\preco.dat".
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqbloqueio   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\bloqueio.dat".
           01  wk-caminho-arqrateio     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\rateio.dat".
           01  wk-caminho-arqclicd      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\clicd.dat".
           01  wk-caminho-arqdevolucao  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\devolucao.dat".

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 wk-msg                 pic X(050) value spaces.

           01  wk-empresa-corrente      pic 9(003) value 1.
           01  wk-operador              pic x(010) value spaces.

           01  wk-venda.
              05 wk-numero-nf           pic  9(009) value zeros.
              05 wk-valor               pic  9(009)v9(002) value zeros.
              05 wk-parcelas            pic  9(002) value zeros.
              05 wk-intervalo-dias      pic  9(003) value zeros.
              05 wk-copart-codigo       pic  9(007) value zeros.
              05 wk-copart-percentual   pic  9(003)v9(002) value zeros.

      *    The line item being captured -- the header total is the
      *    sum of these, no longer a free-typed figure.
              05 wk-item-total          pic  9(009)v9(002) value zeros.
              05 wk-item-linha          pic  x(001) value spaces.
              05 wk-fim-itens           pic  x(001) value 'N'.
              05 wk-nota-icms           pic  9(009)v9(002) value zeros.
              05 wk-nota-ipi            pic  9(009)v9(002) value zeros.

           01  wk-estorno.
              05 wk-est-nf-original     pic  9(009) value zeros.
              05 wk-est-valor           pic  9(009)v9(002) value zeros.
              05 wk-est-confirma        pic  x(001) value spaces.

      *    Partial return of a nota: the original, the return's NF,
      *    its date and the confirmation reuse the estorno fields.
      *    The items of the original are loaded with what is still
      *    returnable; the quantities keyed go out as the return's
      *    own items, valued in proportion to what was invoiced.
           01  wk-devolucao.
              05 wk-dv-qtd              pic  9(003) comp value zeros.
              05 wk-dv-idx              pic  9(003) comp value zeros.
              05 wk-dv-item             occurs 100 times.
               07 wk-dv-sequencia       pic  9(003).
               07 wk-dv-produto         pic  9(005).
               07 wk-dv-vendida         pic  9(005).
               07 wk-dv-devolvida       pic  9(005).
               07 wk-dv-val-devolvido   pic  9(009)v9(002).
               07 wk-dv-cus-devolvido   pic  9(009)v9(002).
               07 wk-dv-bas-devolvida   pic  9(009)v9(002).
               07 wk-dv-icm-devolvido   pic  9(009)v9(002).
               07 wk-dv-ipi-devolvido   pic  9(009)v9(002).
               07 wk-dv-quantidade      pic  9(005).
              05 wk-dv-tl-sequencia     pic  9(003) value zeros.
              05 wk-dv-tl-produto       pic  9(005) value zeros.
              05 wk-dv-tl-vendida       pic  9(005) value zeros.
              05 wk-dv-tl-devolvida     pic  9(005) value zeros.
              05 wk-dv-tl-quantidade    pic  9(005) value zeros.
              05 wk-dv-tot-qtd          pic  9(007) value zeros.
              05 wk-dv-data-venda       pic  9(008) value zeros.
              05 wk-dv-existe           pic  x(001) value 'N'.
              05 wk-dv-achou            pic  x(001) value 'N'.
              05 wk-dv-icms             pic  9(009)v9(002) value zeros.
              05 wk-dv-ipi              pic  9(009)v9(002) value zeros.
              05 wk-dv-it-valor         pic  9(009)v9(002) value zeros.
              05 wk-dv-it-custo         pic  9(009)v9(002) value zeros.
              05 wk-dv-it-base          pic  9(009)v9(002) value zeros.
              05 wk-dv-it-icms          pic  9(009)v9(002) value zeros.
              05 wk-dv-it-ipi           pic  9(009)v9(002) value zeros.
              05 wk-dv-cfop             pic  9(004) value zeros.
              05 wk-dv-cfop-r redefines wk-dv-cfop.
                 07 wk-dv-cfop-origem   pic  9(001).
                 07 wk-dv-cfop-natureza pic  9(003).
              05 wk-dv-tit-nf           pic  9(009) value zeros.
              05 wk-dv-tit-fase         pic  x(001) value 'O'.
              05 wk-dv-tit-aberto       pic  9(011)v9(002) value zeros.
              05 wk-dv-tit-abertos      pic  9(003) comp value zeros.
              05 wk-dv-tit-banco        pic  9(011)v9(002) value zeros.
              05 wk-dv-tit-pago         pic  9(011)v9(002) value zeros.
              05 wk-dv-tit-creditado    pic  9(011)v9(002) value zeros.
              05 wk-dv-tit-perda        pic  9(011)v9(002) value zeros.
              05 wk-dv-tit-ultima       pic  9(002) value zeros.
              05 wk-dv-tit-saldo        pic  9(009)v9(002) value zeros.
              05 wk-dv-tit-parte        pic  9(009)v9(002) value zeros.
              05 wk-dv-abate            pic  9(009)v9(002) value zeros.
              05 wk-dv-abate-resto      pic  9(009)v9(002) value zeros.
              05 wk-dv-abate-feito      pic  9(009)v9(002) value zeros.
              05 wk-dv-abatido          pic  9(009)v9(002) value zeros.
              05 wk-dv-resto            pic  9(011)v9(002) value zeros.
              05 wk-dv-credito          pic  9(011)v9(002) value zeros.
      *    Acordos that took over renegotiated parcelas of the nota
      *    and the saldo each took over.
              05 wk-dv-ac-qtd           pic  9(002) comp value zeros.
              05 wk-dv-ac-idx           pic  9(002) comp value zeros.
              05 wk-dv-ac-achou         pic  9(002) comp value zeros.
              05 wk-dv-ac-guarda        pic  9(011)v9(002) value zeros.
              05 wk-dv-ac               occurs 10 times.
               07 wk-dv-ac-numero       pic  9(007).
               07 wk-dv-ac-saldo        pic  9(011)v9(002).

      *    Work fields of the titulo generation: the header value is
      *    split across the parcelas and any rounding residue lands
      *    on the last one so the titulos always re-add to the NF.
              05 wk-vendedor-atribuido  pic  9(007) value zeros.
              05 wk-div-autoriza        pic  x(001) value spaces.
              05 wk-div-aprovador       pic  x(010) value spaces.
              05 wk-div-revisa          pic  x(001) value spaces.
              05 wk-div-hoje            pic  9(008) value zeros.
              05 wk-cliente-prioridade  pic  x(001) value 'C'.
              05 wk-limite-credito-cli  pic  9(009)v9(002) value zeros.

              05 wk-cred-autoriza       pic  x(001) value spaces.
              05 wk-cred-aprovador      pic  x(010) value spaces.

      *    Economic group: every client sharing the 8-digit CNPJ
      *    root is one credit risk. The group limit is the sum of the
      *    limits the desk set on the branches, the exposure is what
      *    all of them still owe plus this venda -- a network that
      *    has not one limit set is not checked as a group.
           01  wk-controle-grupo.
              05 wk-cnpj-cliente        pic  9(014) value zeros.
              05 wk-cnpj-cliente-r redefines wk-cnpj-cliente.
                 07 wk-cnpj-raiz        pic  9(008).
                 07 filler              pic  9(006).
              05 wk-grp-cnpj            pic  9(014) value zeros.
              05 wk-grp-cnpj-r redefines wk-grp-cnpj.
                 07 wk-grp-raiz         pic  9(008).
                 07 filler              pic  9(006).
              05 wk-grp-membro          pic  9(007) value zeros.
              05 wk-grp-qtd             pic  9(005) value zeros.
              05 wk-grp-limite          pic  9(011)v9(002) value zeros.
              05 wk-grp-exposicao       pic  9(011)v9(002) value zeros.
              05 wk-grp-exposicao-nova  pic  9(011)v9(002) value zeros.

      *    Delinquency hold set by the nightly run: a held client buys
      *    a vista only, unless a supervisor lets the venda a prazo
      *    through -- and that goes to arqauditoria as well.
           01  wk-controle-bloqueio.
              05 wk-tem-bloqueio        pic  x(001) value 'N'.
              05 wk-blq-autoriza        pic  x(001) value spaces.
              05 wk-blq-aprovador       pic  x(010) value spaces.

      *    Price-table enforcement on the item being captured: the
      *    table price is proposed, the discount the operator typed
      *    is measured against the client class's tier, and anything
              05 wk-piso-autoriza       pic  x(001) value spaces.
              05 wk-piso-aprovador      pic  x(010) value spaces.

      *    Commission split of a nota with a second vendedor: typed
      *    with the venda, or recorded afterwards under a supervisor's
      *    name -- then it may still be replaced as long as neither
      *    side has been through a commission close.
           01  wk-rateio.
              05 wk-rat-nf              pic  9(009) value zeros.
              05 wk-rat-titular         pic  9(007) value zeros.
              05 wk-rat-vendedor        pic  9(007) value zeros.
              05 wk-rat-percentual      pic  9(003)v9(002) value zeros.
              05 wk-rat-existe          pic  x(001) value 'N'.
              05 wk-rat-autoriza        pic  x(001) value spaces.
              05 wk-rat-aprovador       pic  x(010) value spaces.
              05 wk-rat-perc-ant        pic  9(003)v9(002) value zeros.
              05 wk-rat-vend-ant        pic  9(007) value zeros.

      *    Stock of the items: served from the depot atribuicd gave
      *    the client (depot 00000 when they have none yet). The free
      *    quantity there is checked as each item is keyed, the item
      *    is reserved when written and deducted when the nota posts.
           01  wk-controle-estoque.
              05 wk-tem-clicd           pic  x(001) value 'N'.
              05 wk-cd-venda            pic  9(005) value zeros.
              05 wk-estoque-ok          pic  x(001) value 'S'.
              05 wk-sld-pedido          pic  9(007) value zeros.
              05 wk-sld-disponivel      pic s9(007) value zeros.
              05 wk-sld-confirma        pic  x(001) value spaces.
              05 wk-sld-nf              pic  9(009) value zeros.

           copy "arqestoquecalc.cpy".

           01  wk-abend.
              05 wk-ab-programa         pic x(020)
                                         value 'cadastrovenda'.
              05 wk-tit-resto           pic  9(009)v9(002) value zeros.
              05 wk-tit-vencimento      pic  9(008) value zeros.
              05 wk-tit-dias-int        pic s9(009) comp value zeros.
              05 wk-tit-uf              pic  x(002) value spaces.
              05 wk-tit-cidade          pic  x(030) value spaces.

           copy "arqencadeiacalc.cpy".

           copy "arqvendafs.cpy".
           copy "arqclientefs.cpy".
           copy "arqprecofs.cpy".
           copy "arqauditoriafs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqbloqueiofs.cpy".
           copy "arqrateiofs.cpy".
           copy "arqtemparqfs.cpy".
           copy "arqclicdfs.cpy".
           copy "arqdevolucaofs.cpy".

           copy "arqtributocalc.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  line  5   col 05 value
                         "3 Para listar divergencias de vendedor".
               05  line  6   col 05 value
                         "4 Para ratear a comissao de uma venda".
               05  line  7   col 05 value
                         "5 Para devolver itens de uma venda".
               05  line  8   col 05 value
                         "9 Para encerrar".
               05  line  8   col  43   using wk-opcao.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

               05  line  8   col  43   using wk-intervalo-dias.

               05  line  9   col 05 value
                         "Vendedor coparticipante (0 = nenhum)".
               05  line  9   col  43   using wk-copart-codigo.

               05  line  10  col 05 value
                         "Percentual do coparticipante".
               05  line  10  col  43   using wk-copart-percentual.

               05  line  11  col 05 value
                         "O valor da venda sera somado dos itens".

               05  line  12   col  43  using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-ITEM.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-SALDO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "SALDO INSUFICIENTE NO DEPOSITO".
               05  line  3   col  05 value
                         "Produto".
               05  line  3   col  43   using wk-item-produto.
               05  line  4   col  05 value
                         "Deposito".
               05  line  4   col  43   using wk-cd-venda.
               05  line  5   col  05 value
                         "Quantidade pedida".
               05  line  5   col  43   using wk-sld-pedido.
               05  line  6   col  05 value
                         "Quantidade disponivel".
               05  line  6   col  43   using wk-sld-disponivel.
               05  line  8   col  05 value
                         "Lancar o item mesmo assim (S/N)".
               05  line  8   col  43   using wk-sld-confirma.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-CREDITO.
               05  blank screen.
               05  line  1   col  05 VALUE
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-CREDITO-GRUPO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "LIMITE DE CREDITO DO GRUPO EXCEDIDO".
               05  line  3   col  05 value
                         "Raiz do CNPJ do grupo".
               05  line  3   col  43   using wk-cnpj-raiz.
               05  line  4   col  05 value
                         "Filiais do grupo".
               05  line  4   col  43   using wk-grp-qtd.
               05  line  5   col  05 value
                         "Limite de credito do grupo".
               05  line  5   col  43   using wk-grp-limite.
               05  line  6   col  05 value
                         "Exposicao do grupo com esta venda".
               05  line  6   col  43   using wk-grp-exposicao-nova.
               05  line  8   col  05 value
                         "Supervisor autoriza a venda (S/N)".
               05  line  8   col  43   using wk-cred-autoriza.
               05  line  9   col  05 value
                         "Identificacao do supervisor".
               05  line  9   col  43   using wk-cred-aprovador.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-BLOQUEIO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "CLIENTE BLOQUEADO POR ATRASO".
               05  line  3   col  05 value
                         "Dias de atraso da parcela mais antiga".
               05  line  3   col  43   from  arqbloqueio-dias-atraso.
               05  line  4   col  05 value
                         "Nota fiscal / parcela".
               05  line  4   col  43   from  arqbloqueio-numero-nf.
               05  line  4   col  53   from  arqbloqueio-parcela.
               05  line  5   col  05 value
                         "Parcelas vencidas / saldo vencido".
               05  line  5   col  43   from  arqbloqueio-qtd-vencidas.
               05  line  5   col  48   from  arqbloqueio-saldo-vencido.
               05  line  7   col  05 value
                         "Supervisor autoriza a venda a prazo (S/N)".
               05  line  7   col  48   using wk-blq-autoriza.
               05  line  8   col  05 value
                         "Identificacao do supervisor".
               05  line  8   col  48   using wk-blq-aprovador.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-PISO.
               05  blank screen.
               05  line  1   col  05 VALUE
               05  line  8   col  05 value
                         "Aprovado por".
               05  line  8   col  43   using arqdivergencia-aprovador.
               05  line  9   col  05 value
                         "Revisada por".
               05  line  9   col  43   using arqdivergencia-revisor.
               05  line  10  col  05 value
                         "Marcar como revisada (S/N)".
               05  line  10  col  43   using wk-div-revisa.
               05  line  12  col  05 value
                         "ENTER para a proxima".
               05  line  12  col  43   using fl-ok.
      *------------------------------------------------------------------------

            01  SC-TELA-ESTORNO.
                         "Confirma o estorno (S/N)".
               05  line  8   col  43   using wk-est-confirma.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-DEVOLUCAO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "DEVOLUCAO PARCIAL DE VENDA".
               05  line  3   col  05 value
                         "Nota fiscal de origem (0 encerra)".
               05  line  3   col  43   using wk-est-nf-original.
               05  line  4   col  05 value
                         "Nota fiscal da devolucao".
               05  line  4   col  43   using wk-est-nf-estorno.
               05  line  5   col  05 value
                         "Data da devolucao (AAAAMMDD ou 0 = hoje)".
               05  line  5   col  47   using wk-est-data.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-DEV-ITEM.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "ITENS DEVOLVIDOS".
               05  line  2   col  05 value
                         "Nota fiscal de origem".
               05  line  2   col  43   using wk-est-nf-original.
               05  line  3   col  05 value
                         "Item".
               05  line  3   col  43   using wk-dv-tl-sequencia.
               05  line  4   col  05 value
                         "Produto".
               05  line  4   col  43   using wk-dv-tl-produto.
               05  line  5   col  05 value
                         "Quantidade vendida".
               05  line  5   col  43   using wk-dv-tl-vendida.
               05  line  6   col  05 value
                         "Quantidade ja devolvida".
               05  line  6   col  43   using wk-dv-tl-devolvida.
               05  line  7   col  05 value
                         "Quantidade devolvida agora".
               05  line  7   col  43   using wk-dv-tl-quantidade.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-DEV-CONFIRMA.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "DEVOLUCAO PARCIAL DE VENDA".
               05  line  3   col  05 value
                         "Nota fiscal de origem".
               05  line  3   col  43   using wk-est-nf-original.
               05  line  4   col  05 value
                         "Nota fiscal da devolucao".
               05  line  4   col  43   using wk-est-nf-estorno.
               05  line  5   col  05 value
                         "Unidades devolvidas".
               05  line  5   col  43   using wk-dv-tot-qtd.
               05  line  6   col  05 value
                         "Valor da devolucao".
               05  line  6   col  43   using wk-est-valor.
               05  line  8   col  05 value
                         "Confirma a devolucao (S/N)".
               05  line  8   col  43   using wk-est-confirma.
               05  line  10  col  43   using wk-msg.
      *------------------------------------------------------------------------

            01  SC-TELA-RATEIO.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "RATEIO DE COMISSAO DE VENDA LANCADA".
               05  line  3   col  05 value
                         "Nota fiscal".
               05  line  3   col  43   using wk-rat-nf.
               05  line  4   col  05 value
                         "Vendedor coparticipante".
               05  line  4   col  43   using wk-rat-vendedor.
               05  line  5   col  05 value
                         "Percentual do coparticipante".
               05  line  5   col  43   using wk-rat-percentual.
               05  line  7   col  05 value
                         "Supervisor autoriza o rateio (S/N)".
               05  line  7   col  43   using wk-rat-autoriza.
               05  line  8   col  05 value
                         "Identificacao do supervisor".
               05  line  8   col  43   using wk-rat-aprovador.
               05  line  10  col  43   using wk-msg.

       procedure division.

       INITIALIZE    wk-venda
                     wk-workarea.
           CALL      'empresaatual' USING       wk-empresa-corrente.
           CALL      'operadoratual' USING      wk-operador.
           OPEN      I-O          ARQVENDA.
           IF        FS-ARQVENDA    EQUAL  '05'
            OR       FS-ARQVENDA    EQUAL  '35'
               CLOSE      ARQAUDITORIA
               OPEN       EXTEND      ARQAUDITORIA
           END-IF.
           OPEN      I-O          ARQRATEIO.
           IF        FS-ARQRATEIO   EQUAL  '05'
            OR       FS-ARQRATEIO   EQUAL  '35'
               CLOSE      ARQRATEIO
               OPEN       OUTPUT      ARQRATEIO
               CLOSE      ARQRATEIO
               OPEN       I-O         ARQRATEIO
           END-IF.
      *    No hold file means the nightly hold run never ran --
      *    nobody is held.
           OPEN      INPUT        ARQBLOQUEIO.
           IF        FS-ARQBLOQUEIO EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-bloqueio
           ELSE
               MOVE  'N'            TO          wk-tem-bloqueio
           END-IF.
      *    No period file means no period was ever closed -- entry
      *    stays unrestricted until the desk starts closing months.
           OPEN      INPUT        ARQPERIODO.
           ELSE
               MOVE  'N'            TO          wk-tem-periodo
           END-IF.
           OPEN      I-O          ARQDEVOLUCAO.
           IF        FS-ARQDEVOLUCAO EQUAL  '05'
            OR       FS-ARQDEVOLUCAO EQUAL  '35'
               CLOSE      ARQDEVOLUCAO
               OPEN       OUTPUT      ARQDEVOLUCAO
               CLOSE      ARQDEVOLUCAO
               OPEN       I-O         ARQDEVOLUCAO
           END-IF.
      *    Before the first atribuicd run no client has a depot and
      *    every item moves the stock of depot 00000.
           OPEN      INPUT        ARQCLICD.
           IF        FS-ARQCLICD    EQUAL       ZEROS
               MOVE  'S'            TO          wk-tem-clicd
           ELSE
               MOVE  'N'            TO          wk-tem-clicd
           END-IF.
      *---------------------------------------------------------------
       0010-GET-SC-TELA-INICIAL.
            INITIALIZE    wk-venda
           IF          WK-OPCAO      EQUAL      '3'
             PERFORM   0070-LISTA-DIVERGENCIAS
           END-IF.
           IF          WK-OPCAO      EQUAL      '4'
             INITIALIZE wk-rateio
                       wk-workarea
             PERFORM   0032-RATEIA-VENDA
           END-IF.
           IF          WK-OPCAO      EQUAL      '5'
             INITIALIZE wk-estorno
                       wk-devolucao
                       wk-workarea
             PERFORM   0080-DEVOLVE-VENDA
           END-IF.

           IF          WK-OPCAO      NOT EQUAL  '9'
            PERFORM     0010-GET-SC-TELA-INICIAL
                                    wk-cliente-prioridade
                 MOVE arqcliente-limite-credito TO
                                    wk-limite-credito-cli
                 MOVE arqcliente-cnpj TO        wk-cnpj-cliente
                 MOVE arqcliente-uf TO          wk-tit-uf
                 MOVE arqcliente-cidade TO      wk-tit-cidade
               END-READ
           END-IF.

               END-READ
           END-IF.

           IF        wk-copart-codigo NOT EQUAL  ZEROS
            OR       wk-copart-percentual NOT EQUAL ZEROS
               MOVE  wk-vendedor-codigo TO       wk-rat-titular
               MOVE  wk-copart-codigo TO         wk-rat-vendedor
               MOVE  wk-copart-percentual TO     wk-rat-percentual
               PERFORM              0030-CONSISTE-RATEIO
               IF    wk-msg         NOT EQUAL    SPACES
                   PERFORM          0020-LANCA-VENDA
               END-IF
           END-IF.

           PERFORM   0026-VERIFICA-ATRIBUICAO.
           PERFORM   0026D-VERIFICA-BLOQUEIO.
           PERFORM   0026F-LE-DEPOSITO.

           IF        wk-data-venda  EQUAL        ZEROS
               ACCEPT wk-data-venda FROM         DATE
           MOVE      wk-vendedor-codigo TO
                                    arqvenda-vendedor-codigo.
           MOVE      wk-data-venda  TO          arqvenda-data.
           MOVE      ZEROS          TO          arqvenda-valor
                                                 arqvenda-valor-icms
                                                 arqvenda-valor-ipi.
           SET       arqvenda-normal TO         TRUE.
           MOVE      ZEROS          TO          arqvenda-nf-origem.
           MOVE      ZEROS          TO          arqvenda-comp-apurada.
           MOVE      SPACES         TO          arqvenda-regime-apurado.
           WRITE     arqvenda-registro
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQVENDA
                                    arqdivergencia-vendedor-atr
               MOVE  wk-div-aprovador TO
                                    arqdivergencia-aprovador
               MOVE  'N'            TO           arqdivergencia-revisao
               MOVE  SPACES         TO           arqdivergencia-revisor
               MOVE  ZEROS          TO
                                    arqdivergencia-data-revisao
               WRITE arqdivergencia-registro
           END-IF.
      *---------------------------------------------------------------
      *    A vista (no parcelas, or a single one due on the venda
      *    date) is always allowed; a prazo for a held client is
      *    refused unless a supervisor signs for it.
       0026D-VERIFICA-BLOQUEIO.

           IF        wk-tem-bloqueio EQUAL       'S'
            AND      wk-parcelas    GREATER      1
               MOVE  wk-cliente-codigo TO
                                    arqbloqueio-cliente-codigo
               READ  ARQBLOQUEIO    KEY IS
                                    ARQBLOQUEIO-CLIENTE-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF   arqbloqueio-ativo
                     PERFORM        0026E-APROVA-BLOQUEIO
                 END-IF
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0026E-APROVA-BLOQUEIO.

           MOVE      'N'            TO           wk-blq-autoriza.
           MOVE      SPACES         TO           wk-blq-aprovador.
           initialize wk-msg.
           DISPLAY   SC-TELA-BLOQUEIO.
           ACCEPT    SC-TELA-BLOQUEIO.

           IF        wk-blq-autoriza NOT EQUAL   'S'
            OR       wk-blq-aprovador EQUAL      SPACES
               MOVE  'Cliente em atraso - somente venda a vista'
                                    TO           wk-msg
               PERFORM              0020-LANCA-VENDA
           ELSE
               MOVE  'CLIENTE'      TO          arqauditoria-entidade
               MOVE  wk-cliente-codigo TO      arqauditoria-codigo
               MOVE  'BLOQUEIO ATRASO' TO      arqauditoria-campo
               MOVE  SPACES         TO         arqauditoria-valor-ant
               STRING 'ATRASO '     DELIMITED BY SIZE
                      arqbloqueio-dias-atraso DELIMITED BY SIZE
                      ' DIAS'       DELIMITED BY SIZE
                      INTO arqauditoria-valor-ant
               MOVE  SPACES         TO         arqauditoria-valor-novo
               STRING 'NF '         DELIMITED BY SIZE
                      wk-numero-nf  DELIMITED BY SIZE
                      ' A PRAZO APROV ' DELIMITED BY SIZE
                      wk-blq-aprovador DELIMITED BY SIZE
                      INTO arqauditoria-valor-novo
               ACCEPT arqauditoria-data        FROM        DATE
               ACCEPT arqauditoria-hora        FROM        TIME
               SET   wk-ec-grava                TO          TRUE
               MOVE  'AUDITORIA'    TO           wk-ec-arquivo
               MOVE  LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro
               WRITE arqauditoria-registro
           END-IF.
      *---------------------------------------------------------------
       0026F-LE-DEPOSITO.

           MOVE      ZEROS          TO           wk-cd-venda.
           IF        wk-tem-clicd   EQUAL        'S'
               MOVE  wk-cliente-codigo TO        arqclicd-cliente-codigo
               READ  ARQCLICD       KEY IS
                                    ARQCLICD-CLIENTE-CODIGO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 MOVE arqclicd-cd-codigo TO      wk-cd-venda
               END-READ
           END-IF.
      *---------------------------------------------------------------
       0026C-LE-ATRIBUICAO.

       0027-CAPTURA-ITENS.

           MOVE      ZEROS          TO          wk-item-sequencia
                                                 wk-valor
                                                 wk-nota-icms
                                                 wk-nota-ipi.
           MOVE      'N'            TO          wk-fim-itens.
           PERFORM   0028-CAPTURA-ITEM
             UNTIL   wk-fim-itens   EQUAL       'S'.
                                    TO          wk-msg
               ELSE
                   MOVE  wk-valor   TO          arqvenda-valor
                   MOVE  wk-nota-icms TO        arqvenda-valor-icms
                   MOVE  wk-nota-ipi TO         arqvenda-valor-ipi
                   REWRITE arqvenda-registro
                    INVALID KEY
                     CALL 'fsmensagem' USING    FS-ARQVENDA
                                                 WK-MSG
                    NOT INVALID KEY
                     PERFORM 0063-GERA-TITULOS
                     PERFORM 0068-BAIXA-ESTOQUE
                     MOVE 'Venda lancada'       TO          wk-msg
                     IF   wk-copart-codigo NOT EQUAL ZEROS
                         MOVE wk-numero-nf TO   wk-rat-nf
                         MOVE wk-vendedor-codigo TO wk-rat-titular
                         MOVE wk-copart-codigo TO wk-rat-vendedor
                         MOVE wk-copart-percentual TO
                                    wk-rat-percentual
                         MOVE 'N'   TO          wk-rat-existe
                         MOVE SPACES TO         wk-rat-aprovador
                         PERFORM    0031-GRAVA-RATEIO
                     END-IF
                   END-REWRITE
               END-IF
           END-IF.
                   PERFORM          0065B-APROVA-CREDITO
               END-IF
           END-IF.
           IF        wk-credito-ok  EQUAL       'S'
            AND      wk-cnpj-raiz   NOT EQUAL   ZEROS
               PERFORM              0067-VERIFICA-GRUPO
           END-IF.
      *---------------------------------------------------------------
       0065A-SOMA-EXPOSICAO.

             ELSE
              IF     arqtitulo-aberto
               AND   arqtitulo-numero-nf NOT EQUAL wk-numero-nf
                 COMPUTE wk-exposicao =  wk-exposicao
                                         + arqtitulo-valor
                                         - arqtitulo-valor-pago
              END-IF
             END-IF
           END-READ.
                      INTO arqauditoria-valor-novo
               ACCEPT arqauditoria-data        FROM        DATE
               ACCEPT arqauditoria-hora        FROM        TIME
               SET   wk-ec-grava                TO          TRUE
               MOVE  'AUDITORIA'    TO           wk-ec-arquivo
               MOVE  LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro
               WRITE arqauditoria-registro
           END-IF.
      *---------------------------------------------------------------
      *    Group exposure: the branches are walked on the CNPJ
      *    alternate key from the root's first possible number, and
      *    each one's open titulos are added up the same way as the
      *    client's own. The check only bites on a real network (two
      *    or more branches) with at least one limit on file; past
      *    the group limit the venda again takes a supervisor and
      *    the override is audited as LIMITE GRUPO.
       0067-VERIFICA-GRUPO.

           MOVE      ZEROS          TO          wk-grp-qtd
                                                 wk-grp-limite
                                                 wk-grp-exposicao.
           MOVE      ZEROS          TO          wk-grp-cnpj.
           MOVE      wk-cnpj-raiz   TO          wk-grp-raiz.
           MOVE      wk-grp-cnpj    TO          arqcliente-cnpj.
           START     ARQCLIENTE     KEY IS      NOT LESS
                                    ARQCLIENTE-CNPJ
            INVALID KEY
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT INVALID KEY
             MOVE    ZEROS          TO          FS-ARQCLIENTE
           END-START.
           PERFORM   0067A-LE-MEMBRO
             UNTIL   FS-ARQCLIENTE  EQUAL       '10'.
           MOVE      ZEROS          TO          FS-ARQCLIENTE.
           IF        wk-grp-qtd     >           1
            AND      wk-grp-limite  NOT EQUAL   ZEROS
               COMPUTE wk-grp-exposicao-nova =
                       wk-grp-exposicao + wk-valor
               IF    wk-grp-exposicao-nova >    wk-grp-limite
                   PERFORM          0067C-APROVA-GRUPO
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0067A-LE-MEMBRO.

           READ      ARQCLIENTE     NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCLIENTE
            NOT AT END
             MOVE    arqcliente-cnpj TO         wk-grp-cnpj
             IF      wk-grp-raiz    NOT EQUAL   wk-cnpj-raiz
                 MOVE '10'          TO          FS-ARQCLIENTE
             ELSE
              IF     arqcliente-empresa EQUAL   wk-empresa-corrente
                 ADD  1             TO          wk-grp-qtd
                 ADD  arqcliente-limite-credito TO
                                    wk-grp-limite
                 MOVE arqcliente-codigo TO      wk-grp-membro
                 MOVE wk-grp-membro TO
                                    arqtitulo-cliente-codigo
                 START ARQTITULO    KEY IS      EQUAL
                                    ARQTITULO-CLIENTE-CODIGO
                  INVALID KEY
                   MOVE '10'        TO          FS-ARQTITULO
                  NOT INVALID KEY
                   MOVE ZEROS       TO          FS-ARQTITULO
                 END-START
                 PERFORM            0067B-SOMA-MEMBRO
                   UNTIL FS-ARQTITULO EQUAL     '10'
                 MOVE ZEROS         TO          FS-ARQTITULO
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0067B-SOMA-MEMBRO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-cliente-codigo NOT EQUAL
                                    wk-grp-membro
                 MOVE '10'          TO          FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
               AND   arqtitulo-numero-nf NOT EQUAL wk-numero-nf
                 COMPUTE wk-grp-exposicao = wk-grp-exposicao
                                          + arqtitulo-valor
                                          - arqtitulo-valor-pago
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0067C-APROVA-GRUPO.

           MOVE      'N'            TO          wk-cred-autoriza.
           MOVE      SPACES         TO          wk-cred-aprovador.
           initialize wk-msg.
           DISPLAY   SC-TELA-CREDITO-GRUPO.
           ACCEPT    SC-TELA-CREDITO-GRUPO.

           IF        wk-cred-autoriza NOT EQUAL 'S'
            OR       wk-cred-aprovador EQUAL    SPACES
               MOVE  'N'            TO          wk-credito-ok
           ELSE
               MOVE  'CLIENTE'      TO          arqauditoria-entidade
               MOVE  wk-cliente-codigo TO      arqauditoria-codigo
               MOVE  'LIMITE GRUPO' TO         arqauditoria-campo
               MOVE  SPACES         TO         arqauditoria-valor-ant
               STRING 'RAIZ '       DELIMITED BY SIZE
                      wk-cnpj-raiz  DELIMITED BY SIZE
                      ' EXP '       DELIMITED BY SIZE
                      wk-grp-exposicao-nova DELIMITED BY SIZE
                      INTO arqauditoria-valor-ant
               MOVE  SPACES         TO         arqauditoria-valor-novo
               STRING 'NF '         DELIMITED BY SIZE
                      wk-numero-nf  DELIMITED BY SIZE
                      ' APROV '     DELIMITED BY SIZE
                      wk-cred-aprovador DELIMITED BY SIZE
                      INTO arqauditoria-valor-novo
               ACCEPT arqauditoria-data        FROM        DATE
               ACCEPT arqauditoria-hora        FROM        TIME
               SET   wk-ec-grava                TO          TRUE
               MOVE  'AUDITORIA'    TO           wk-ec-arquivo
               MOVE  LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho
               CALL  'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro
               WRITE arqauditoria-registro
           END-IF.
      *---------------------------------------------------------------
             IF      arqitemvenda-numero-nf NOT EQUAL wk-numero-nf
                 MOVE '10'          TO         FS-ARQITEMVENDA
             ELSE
                 IF  arqitemvenda-com-estoque
                     SET wk-es-libera           TO         TRUE
                     PERFORM        0069B-MOVE-ESTOQUE-ITEM
                 END-IF
                 DELETE ARQITEMVENDA
                  INVALID KEY
                   CONTINUE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The nota posted: what each item had reserved leaves the
      *    shelf.
       0068-BAIXA-ESTOQUE.

           MOVE      wk-numero-nf   TO         wk-sld-nf.
           MOVE      wk-numero-nf   TO         arqitemvenda-numero-nf.
           MOVE      ZEROS          TO         arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS     NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO         FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO         FS-ARQITEMVENDA
           END-START.
           PERFORM   0068A-BAIXA-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL     '10'.
           MOVE      ZEROS          TO         FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0068A-BAIXA-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO         FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-sld-nf
                 MOVE '10'          TO         FS-ARQITEMVENDA
             ELSE
                 IF  arqitemvenda-com-estoque
                     SET wk-es-baixa            TO         TRUE
                     PERFORM        0069B-MOVE-ESTOQUE-ITEM
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    An estorno puts back on the shelf of the depot each item
      *    left from what was deducted for it; the movement carries
      *    the number of the reversal nota.
       0069-DEVOLVE-ESTOQUE.

           MOVE      wk-est-nf-original TO     wk-sld-nf.
           MOVE      wk-est-nf-original TO     arqitemvenda-numero-nf.
           MOVE      ZEROS          TO         arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS     NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO         FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO         FS-ARQITEMVENDA
           END-START.
           PERFORM   0069A-DEVOLVE-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL     '10'.
           MOVE      ZEROS          TO         FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0069A-DEVOLVE-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO         FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL wk-sld-nf
                 MOVE '10'          TO         FS-ARQITEMVENDA
             ELSE
                 IF  arqitemvenda-com-estoque
                     SET wk-es-devolucao        TO         TRUE
                     PERFORM        0069B-MOVE-ESTOQUE-ITEM
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    One stock movement for the item in the record area, at the
      *    depot the item recorded when it was keyed.
       0069B-MOVE-ESTOQUE-ITEM.

           MOVE      wk-empresa-corrente TO    wk-es-empresa.
           MOVE      arqitemvenda-cd-codigo TO wk-es-cd-codigo.
           MOVE      arqitemvenda-produto-codigo TO
                                    wk-es-produto-codigo.
           MOVE      arqitemvenda-quantidade TO
                                    wk-es-quantidade.
           IF        wk-es-devolucao
               MOVE  wk-est-nf-estorno TO      wk-es-numero-nf
           ELSE
               MOVE  arqitemvenda-numero-nf TO wk-es-numero-nf
           END-IF.
           MOVE      wk-operador    TO         wk-es-operador.
           CALL      'movimentaestoque' USING  wk-estoque.
      *---------------------------------------------------------------
      *    One titulo per parcela of the payment condition: the NF
      *    value split evenly, rounding residue on the last parcela,
      *    due dates spaced by the informed interval (30/60/90 terms
      *    are parcelas 3, intervalo 30). A vista generates a single
      *    titulo due on the venda date. A due date falling on a
      *    weekend or on a holiday where the client sits (national,
      *    of its uf or of its cidade) moves to the next business
      *    day there.
       0063-GERA-TITULOS.

           IF        wk-parcelas    EQUAL       ZEROS
                   + (wk-tit-parcela - 1) * wk-intervalo-dias.
           COMPUTE   wk-tit-vencimento =
                     FUNCTION DATE-OF-INTEGER(wk-tit-dias-int).
           CALL      'diautil'      USING       wk-tit-vencimento
                                                 wk-tit-uf
                                                 wk-tit-cidade.
           MOVE      wk-tit-vencimento TO       arqtitulo-vencimento.
           IF        wk-tit-parcela EQUAL       wk-parcelas
               COMPUTE arqtitulo-valor =
               MOVE  wk-tit-valor   TO          arqtitulo-valor
           END-IF.
           SET       arqtitulo-aberto            TO         TRUE.
           MOVE      ZEROS          TO          arqtitulo-data-pagamento
                                                 arqtitulo-valor-pago
                                                 arqtitulo-data-remessa
                                                 arqtitulo-acordo.
           WRITE     arqtitulo-registro
            INVALID KEY
             REWRITE arqtitulo-registro
                 MOVE 'Informar a quantidade'   TO          wk-msg
                 SUBTRACT 1         FROM        wk-item-sequencia
              ELSE
                 PERFORM            0029H-CONSISTE-SALDO
                 IF  wk-estoque-ok  NOT EQUAL   'S'
                     SUBTRACT 1     FROM        wk-item-sequencia
                 ELSE
                     PERFORM        0029A-GRAVA-ITEM
                 END-IF
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    The quantity free at the client's depot (saldo less what
      *    other notas still hold reserved) must cover the item. When
      *    it does not, a product marked to refuse loses the item;
      *    one marked to warn shows the shortfall and the operator
      *    decides. Stock files out of reach count as nothing free.
       0029H-CONSISTE-SALDO.

           MOVE      'S'            TO          wk-estoque-ok.
           SET       wk-es-consulta TO          TRUE.
           MOVE      wk-empresa-corrente TO     wk-es-empresa.
           MOVE      wk-cd-venda    TO          wk-es-cd-codigo.
           MOVE      wk-item-produto TO         wk-es-produto-codigo.
           MOVE      ZEROS          TO          wk-es-quantidade
                                                 wk-es-numero-nf.
           MOVE      wk-operador    TO          wk-es-operador.
           CALL      'movimentaestoque' USING   wk-estoque.
           MOVE      wk-es-disponivel TO        wk-sld-disponivel.
           MOVE      wk-item-quantidade TO      wk-sld-pedido.

           IF        wk-sld-disponivel LESS     wk-sld-pedido
               IF    arqproduto-estoque-recusa
                   MOVE 'N'         TO          wk-estoque-ok
                   MOVE 'Saldo insuficiente - item recusado'
                                    TO          wk-msg
               ELSE
                   MOVE 'N'         TO          wk-sld-confirma
                   initialize wk-msg
                   DISPLAY          SC-TELA-SALDO
                   ACCEPT           SC-TELA-SALDO
                   IF  wk-sld-confirma NOT EQUAL 'S'
                       MOVE 'N'     TO          wk-estoque-ok
                       MOVE 'Item desistido - saldo insuficiente'
                                    TO          wk-msg
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0029A-GRAVA-ITEM.

           PERFORM   0029B-CONSISTE-PRECO.
           IF        wk-preco-ok    NOT EQUAL   'S'
               SUBTRACT 1           FROM        wk-item-sequencia
           ELSE
               PERFORM              0029G-CALCULA-TRIBUTO
               IF    wk-trb-sem-regra
                   MOVE 'Produto sem regra tributaria para a UF'
                                    TO          wk-msg
                   SUBTRACT 1       FROM        wk-item-sequencia
               ELSE
                   PERFORM          0029F-GRAVA-ITEM-OK
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    The proposed price is the table price (falling back to
                     INTO arqauditoria-valor-novo.
           ACCEPT    arqauditoria-data          FROM         DATE.
           ACCEPT    arqauditoria-hora          FROM         TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'AUDITORIA'    TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro.
           WRITE     arqauditoria-registro.
      *---------------------------------------------------------------
       0029F-GRAVA-ITEM-OK.
           MOVE      wk-item-total  TO         arqitemvenda-valor-total.
           MOVE      arqproduto-linha-produto TO
                                    arqitemvenda-linha-produto.
           MOVE      arqproduto-custo TO
                                    arqitemvenda-custo-unitario.
           COMPUTE   arqitemvenda-custo-total =
                     wk-item-quantidade * arqproduto-custo.
           MOVE      wk-trb-cfop    TO          arqitemvenda-cfop.
           MOVE      wk-trb-cst-icms TO         arqitemvenda-cst-icms.
           MOVE      wk-trb-base-icms TO        arqitemvenda-base-icms.
           MOVE      wk-trb-aliq-icms TO        arqitemvenda-aliq-icms.
           MOVE      wk-trb-valor-icms TO
                                    arqitemvenda-valor-icms.
           MOVE      wk-trb-cst-ipi TO          arqitemvenda-cst-ipi.
           MOVE      wk-trb-aliq-ipi TO         arqitemvenda-aliq-ipi.
           MOVE      wk-trb-valor-ipi TO        arqitemvenda-valor-ipi.
           MOVE      wk-cd-venda    TO          arqitemvenda-cd-codigo.
           MOVE      SPACES         TO          arqitemvenda-estoque.
           SET       wk-es-reserva  TO          TRUE.
           PERFORM   0069B-MOVE-ESTOQUE-ITEM.
           IF        wk-es-ok
               SET   arqitemvenda-com-estoque   TO          TRUE
           END-IF.
           WRITE     arqitemvenda-registro
            INVALID KEY
             CALL    'fsmensagem' USING         FS-ARQITEMVENDA
                                                 WK-MSG
             IF      arqitemvenda-com-estoque
                 SET wk-es-libera   TO          TRUE
                 PERFORM            0069B-MOVE-ESTOQUE-ITEM
             END-IF
             SUBTRACT 1            FROM         wk-item-sequencia
            NOT INVALID KEY
             ADD     wk-item-total TO           wk-valor
             ADD     wk-trb-valor-icms TO       wk-nota-icms
             ADD     wk-trb-valor-ipi TO        wk-nota-ipi
           END-WRITE.
      *---------------------------------------------------------------
      *    Taxes are worked out on the item value at the agreed price,
      *    for the uf the goods are shipped to -- the client's. A
      *    product without a rule for that uf (nor a default one)
      *    cannot be invoiced, so the item is refused here rather
      *    than leaving a nota the fiscal export cannot carry.
       0029G-CALCULA-TRIBUTO.

           MOVE      wk-item-produto TO         wk-trb-produto.
           MOVE      wk-tit-uf      TO          wk-trb-uf.
           COMPUTE   wk-trb-valor   =
                     wk-item-quantidade * wk-item-preco.
           CALL      'calculatributo' USING     wk-calculo-tributo.
      *---------------------------------------------------------------
      *    A split needs a real second vendedor of this empresa, ativo
      *    and not the nota's own, and a share strictly between zero
      *    and the whole nota. Only sets wk-msg; the caller decides
      *    which screen goes back up.
       0030-CONSISTE-RATEIO.

           MOVE      SPACES         TO           wk-msg.
           IF        wk-rat-vendedor EQUAL       ZEROS
               MOVE  'Informar o vendedor coparticipante'
                                    TO           wk-msg
           ELSE
            IF       wk-rat-vendedor EQUAL       wk-rat-titular
               MOVE  'Coparticipante e o vendedor da nota'
                                    TO           wk-msg
            ELSE
             IF      wk-rat-percentual EQUAL     ZEROS
              OR     wk-rat-percentual NOT LESS  100
               MOVE  'Percentual do rateio deve ficar entre 0 e 100'
                                    TO           wk-msg
             ELSE
               MOVE  wk-rat-vendedor TO          arqvendedor-codigo
               READ  ARQVENDEDOR    KEY IS       ARQVENDEDOR-CODIGO
                INVALID KEY
                 MOVE 'Coparticipante nao cadastrado'
                                    TO           wk-msg
                NOT INVALID KEY
                 IF  arqvendedor-empresa NOT EQUAL wk-empresa-corrente
                     MOVE 'Coparticipante de outra empresa'
                                    TO           wk-msg
                 END-IF
                 IF  arqvendedor-inativo
                     MOVE 'Coparticipante inativo'
                                    TO           wk-msg
                 END-IF
               END-READ
             END-IF
            END-IF
           END-IF.
      *---------------------------------------------------------------
       0031-GRAVA-RATEIO.

           MOVE      wk-rat-nf      TO          arqrateio-numero-nf.
           MOVE      wk-rat-titular TO
                                    arqrateio-titular-codigo.
           MOVE      wk-rat-vendedor TO
                                    arqrateio-vendedor-codigo.
           MOVE      wk-rat-percentual TO       arqrateio-percentual.
           MOVE      ZEROS          TO          arqrateio-comp-titular
                                                arqrateio-comp-vendedor.
           ACCEPT    arqrateio-data FROM        DATE.
           MOVE      wk-operador    TO          arqrateio-operador.
           MOVE      wk-rat-aprovador TO        arqrateio-aprovador.
           IF        wk-rat-existe  EQUAL       'S'
               REWRITE arqrateio-registro
                INVALID KEY
                 CALL 'fsmensagem'  USING       FS-ARQRATEIO
                                                 WK-MSG
               END-REWRITE
           ELSE
               WRITE arqrateio-registro
                INVALID KEY
                 CALL 'fsmensagem'  USING       FS-ARQRATEIO
                                                 WK-MSG
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
      *    A split agreed after the nota was posted. Both vendedores'
      *    commissions may already be closed on it -- the split then
      *    lands as a transfer in the next close -- so it takes a
      *    supervisor and goes to arqauditoria.
       0032-RATEIA-VENDA.

           DISPLAY   SC-TELA-RATEIO.
           ACCEPT    SC-TELA-RATEIO.

           IF        wk-rat-autoriza NOT EQUAL   'S'
            OR       wk-rat-aprovador EQUAL      SPACES
               MOVE  'Rateio nao autorizado'     TO          wk-msg
               INITIALIZE WK-OPCAO
           ELSE
               PERFORM              0033-CONSISTE-RATEIO-NF
               IF    wk-msg         NOT EQUAL    SPACES
                   PERFORM          0032-RATEIA-VENDA
               ELSE
                   PERFORM          0031-GRAVA-RATEIO
                   IF   wk-msg      EQUAL        SPACES
                       PERFORM      0034-AUDITA-RATEIO
                       MOVE 'Rateio registrado'  TO          wk-msg
                   END-IF
                   INITIALIZE WK-OPCAO
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    A cancelled nota and its reversal carry the split they had
      *    when cancelled; a split already taken into a close on
      *    either side stays as it is.
       0033-CONSISTE-RATEIO-NF.

           MOVE      SPACES         TO           wk-msg.
           MOVE      'N'            TO           wk-rat-existe.
           MOVE      ZEROS          TO           wk-rat-vend-ant
                                                 wk-rat-perc-ant.
           MOVE      wk-rat-nf      TO           arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS       ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'Nota fiscal nao encontrada'
                                    TO           wk-msg
            NOT INVALID KEY
             IF      arqvenda-estornada
              OR     arqvenda-estorno
                 MOVE 'Nota estornada nao pode ser rateada'
                                    TO           wk-msg
             ELSE
                 MOVE arqvenda-vendedor-codigo TO wk-rat-titular
             END-IF
           END-READ.

           IF        wk-msg         EQUAL        SPACES
               MOVE  wk-rat-nf      TO           arqrateio-numero-nf
               READ  ARQRATEIO      KEY IS       ARQRATEIO-NUMERO-NF
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 IF  arqrateio-comp-titular NOT EQUAL ZEROS
                  OR arqrateio-comp-vendedor NOT EQUAL ZEROS
                     MOVE 'Rateio ja apurado na comissao'
                                    TO           wk-msg
                 ELSE
                     MOVE 'S'       TO           wk-rat-existe
                     MOVE arqrateio-vendedor-codigo TO
                                    wk-rat-vend-ant
                     MOVE arqrateio-percentual TO
                                    wk-rat-perc-ant
                 END-IF
               END-READ
           END-IF.

           IF        wk-msg         EQUAL        SPACES
               PERFORM              0030-CONSISTE-RATEIO
           END-IF.
      *---------------------------------------------------------------
       0034-AUDITA-RATEIO.

           MOVE      'VENDEDOR'     TO          arqauditoria-entidade.
           MOVE      wk-rat-vendedor TO         arqauditoria-codigo.
           MOVE      'RATEIO COMISSAO' TO       arqauditoria-campo.
           MOVE      SPACES         TO          arqauditoria-valor-ant.
           STRING    'NF '          DELIMITED BY SIZE
                     wk-rat-nf      DELIMITED BY SIZE
                     ' ANT '        DELIMITED BY SIZE
                     wk-rat-vend-ant DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     wk-rat-perc-ant DELIMITED BY SIZE
                     INTO arqauditoria-valor-ant.
           MOVE      SPACES         TO          arqauditoria-valor-novo.
           STRING    'PERC '        DELIMITED BY SIZE
                     wk-rat-percentual DELIMITED BY SIZE
                     ' APROV '      DELIMITED BY SIZE
                     wk-rat-aprovador DELIMITED BY SIZE
                     INTO arqauditoria-valor-novo.
           ACCEPT    arqauditoria-data          FROM         DATE.
           ACCEPT    arqauditoria-hora          FROM         TIME.
           SET       wk-ec-grava                TO          TRUE.
           MOVE      'AUDITORIA'    TO           wk-ec-arquivo.
           MOVE      LENGTH OF arqauditoria-registro
                                    TO           wk-ec-tamanho.
           CALL      'encadeialog'  USING        wk-encadeia
                                                 arqauditoria-registro.
           WRITE     arqauditoria-registro.
      *---------------------------------------------------------------
      *    The reversal takes the original's split so the clawback
      *    is shared the way the commission was.
       0035-COPIA-RATEIO.

           MOVE      wk-est-nf-original TO       arqrateio-numero-nf.
           READ      ARQRATEIO      KEY IS       ARQRATEIO-NUMERO-NF
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    wk-est-nf-estorno TO        arqrateio-numero-nf
             MOVE    ZEROS          TO           arqrateio-comp-titular
                                                 arqrateio-comp-vendedor
             ACCEPT  arqrateio-data FROM         DATE
             MOVE    wk-operador    TO           arqrateio-operador
             WRITE   arqrateio-registro
              INVALID KEY
               CONTINUE
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Cancellation keeps the original NF on file flagged
      *    estornada and posts a reversing entry under its own NF,
      *    dated when billing cancelled it -- the commission and
      *    in that period instead of paying on a dead nota.
       0060-ESTORNA-VENDA.

           DISPLAY   SC-TELA-ESTORNO.
           ACCEPT    SC-TELA-ESTORNO.
           MOVE      SPACES         TO           wk-msg.

           IF        wk-est-confirma NOT EQUAL   'S'
               MOVE  'Estorno cancelado'         TO          wk-msg
               INITIALIZE WK-OPCAO
           ELSE
               PERFORM              0061-CONSISTE-ESTORNO
               IF    wk-msg         NOT EQUAL    SPACES
                   PERFORM          0060-ESTORNA-VENDA
               ELSE
                   PERFORM          0062-GRAVA-ESTORNO
               END-IF
           END-IF.
      *---------------------------------------------------------------
      *    Leaves the first failed check in wk-msg; the reversal is
      *    written by 0060 only when every check passed.
       0061-CONSISTE-ESTORNO.

           IF        wk-est-nf-original EQUAL    ZEROS
               MOVE  'Informar a nota fiscal a estornar'
                                    TO           wk-msg
           END-IF.

           IF        wk-msg         EQUAL        SPACES
               MOVE  wk-est-nf-original TO       arqvenda-numero-nf
               READ  ARQVENDA       KEY IS       ARQVENDA-NUMERO-NF
                INVALID KEY
                 MOVE 'Nota fiscal nao encontrada'
                                    TO           wk-msg
                NOT INVALID KEY
                 EVALUATE TRUE
                  WHEN arqvenda-estornada
                   MOVE 'Nota fiscal ja estornada'
                                    TO           wk-msg
                  WHEN arqvenda-estorno
                   MOVE 'Nota de estorno nao pode ser estornada'
                                    TO           wk-msg
                 END-EVALUATE
               END-READ
           END-IF.

      *    Items already returned would be reversed twice; what is
      *    left of such a nota goes back through the devolucao.
           IF        wk-msg         EQUAL        SPACES
               PERFORM              0061A-VERIFICA-DEVOLUCAO
               IF    wk-dv-existe   EQUAL        'S'
                   MOVE 'Nota com devolucao - devolver o restante'
                                    TO           wk-msg
               END-IF
           END-IF.

           IF        wk-msg         EQUAL        SPACES
               IF    wk-est-nf-estorno EQUAL     ZEROS
                OR   wk-est-nf-estorno EQUAL     wk-est-nf-original
                   MOVE 'Informar a nota fiscal do estorno'
                                    TO           wk-msg
               ELSE
                   MOVE wk-est-nf-estorno TO     arqvenda-numero-nf
                   READ ARQVENDA    KEY IS       ARQVENDA-NUMERO-NF
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     MOVE 'Nota fiscal de estorno ja lancada'
                                    TO           wk-msg
                   END-READ
               END-IF
           END-IF.

           IF        wk-msg         EQUAL        SPACES
               IF    wk-est-data    EQUAL        ZEROS
                   ACCEPT wk-est-data            FROM        DATE
               END-IF
               MOVE  wk-est-data    TO           wk-per-data
               PERFORM              0026B-VERIFICA-PERIODO
               IF    wk-periodo-fechado EQUAL    'S'
                   MOVE 'Competencia fechada - estorno recusado'
                                    TO           wk-msg
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0062-GRAVA-ESTORNO.

      *        swept by the next commission close and the clawback
      *        would be lost.
               MOVE  ZEROS        TO             arqvenda-comp-apurada
               MOVE  SPACES       TO             arqvenda-regime-apurado
      *        ICMS and IPI are left as the original carried them, so
      *        the reversal cancels exactly the taxes that were
      *        reported -- never recomputed at today's rules.
               WRITE arqvenda-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQVENDA
                                                  WK-MSG
                NOT INVALID KEY
                 PERFORM 0064-CANCELA-TITULOS
                 PERFORM 0035-COPIA-RATEIO
                 PERFORM 0069-DEVOLVE-ESTOQUE
                 MOVE 'Venda estornada'          TO          wk-msg
               END-WRITE
             END-REWRITE
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    A partial return (devolucao parcial) posts a reversal 'R'
      *    for only what came back: the original stays a normal nota
      *    and the return carries items of its own under its NF, so
      *    the commission and quota runs net it out in the period of
      *    the return like any estorno, and the item-level reports
      *    work from the quantities actually returned.
       0080-DEVOLVE-VENDA.

           DISPLAY   SC-TELA-DEVOLUCAO.
           ACCEPT    SC-TELA-DEVOLUCAO.
           MOVE      SPACES         TO           wk-msg.

           IF        wk-est-nf-original EQUAL    ZEROS
               MOVE  'Devolucao cancelada'       TO          wk-msg
           ELSE
               PERFORM              0081-CONSISTE-DEVOLUCAO
               IF    wk-msg         NOT EQUAL    SPACES
                   PERFORM          0080-DEVOLVE-VENDA
               ELSE
                   PERFORM          0082-CARREGA-ITENS
                   PERFORM          0084-INFORMA-ITEM
                     VARYING wk-dv-idx FROM      1
                       BY    1
                       UNTIL wk-dv-idx >         wk-dv-qtd
                   EVALUATE TRUE
                    WHEN wk-dv-qtd  EQUAL        ZEROS
                     MOVE 'Nota sem itens - usar o estorno'
                                    TO           wk-msg
                    WHEN wk-dv-tot-qtd EQUAL     ZEROS
                     MOVE 'Devolucao cancelada - nenhum item'
                                    TO           wk-msg
                    WHEN OTHER
                     PERFORM        0086-CONFIRMA-DEVOLUCAO
                   END-EVALUATE
               END-IF
           END-IF.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
      *    Same rules as the estorno: a live nota, a new NF for the
      *    return, and a date in an open competencia -- never before
      *    the sale itself.
       0081-CONSISTE-DEVOLUCAO.

           MOVE      wk-est-nf-original TO       arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS       ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'Nota fiscal nao encontrada'
                                    TO           wk-msg
            NOT INVALID KEY
             EVALUATE TRUE
              WHEN   arqvenda-estornada
               MOVE  'Nota fiscal ja estornada'  TO          wk-msg
              WHEN   arqvenda-estorno
               MOVE  'Nota de estorno nao pode ser devolvida'
                                    TO           wk-msg
             END-EVALUATE
             MOVE    arqvenda-data  TO           wk-dv-data-venda
           END-READ.

           IF        wk-msg         EQUAL        SPACES
               IF    wk-est-nf-estorno EQUAL     ZEROS
                OR   wk-est-nf-estorno EQUAL     wk-est-nf-original
                   MOVE 'Informar a nota fiscal da devolucao'
                                    TO           wk-msg
               ELSE
                   MOVE wk-est-nf-estorno TO     arqvenda-numero-nf
                   READ ARQVENDA    KEY IS       ARQVENDA-NUMERO-NF
                    INVALID KEY
                     CONTINUE
                    NOT INVALID KEY
                     MOVE 'Nota fiscal da devolucao ja lancada'
                                    TO           wk-msg
                   END-READ
               END-IF
           END-IF.

           IF        wk-msg         EQUAL        SPACES
               IF    wk-est-data    EQUAL        ZEROS
                   ACCEPT wk-est-data            FROM        DATE
               END-IF
               IF    FUNCTION TEST-DATE-YYYYMMDD(wk-est-data)
                                    NOT EQUAL    ZEROS
                   MOVE 'Data da devolucao invalida'
                                    TO           wk-msg
               ELSE
                   IF wk-est-data   LESS         wk-dv-data-venda
                       MOVE 'Devolucao anterior a venda'
                                    TO           wk-msg
                   ELSE
                       MOVE wk-est-data TO       wk-per-data
                       PERFORM      0026B-VERIFICA-PERIODO
                       IF  wk-periodo-fechado EQUAL 'S'
                           MOVE
                             'Competencia fechada - devolucao recusada'
                                    TO           wk-msg
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *---------------------------------------------------------------
       0082-CARREGA-ITENS.

           MOVE      ZEROS          TO           wk-dv-qtd
                                                 wk-dv-tot-qtd.
           MOVE      wk-est-nf-original TO       arqitemvenda-numero-nf.
           MOVE      ZEROS          TO           arqitemvenda-sequencia.
           START     ARQITEMVENDA   KEY IS       NOT LESS
                                    ARQITEMVENDA-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQITEMVENDA
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQITEMVENDA
           END-START.
           PERFORM   0082A-CARREGA-ITEM
             UNTIL   FS-ARQITEMVENDA EQUAL       '10'.
           MOVE      ZEROS          TO           FS-ARQITEMVENDA.
      *---------------------------------------------------------------
       0082A-CARREGA-ITEM.

           READ      ARQITEMVENDA   NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQITEMVENDA
            NOT AT END
             IF      arqitemvenda-numero-nf NOT EQUAL
                                    wk-est-nf-original
                 MOVE '10'          TO           FS-ARQITEMVENDA
             ELSE
                 IF   arqitemvenda-quantidade GREATER ZEROS
                  AND wk-dv-qtd     <            100
                     ADD  1         TO           wk-dv-qtd
                     MOVE arqitemvenda-sequencia TO
                                    wk-dv-sequencia(wk-dv-qtd)
                     MOVE arqitemvenda-produto-codigo TO
                                    wk-dv-produto(wk-dv-qtd)
                     MOVE arqitemvenda-quantidade TO
                                    wk-dv-vendida(wk-dv-qtd)
                     MOVE ZEROS     TO  wk-dv-devolvida(wk-dv-qtd)
                                        wk-dv-val-devolvido(wk-dv-qtd)
                                        wk-dv-cus-devolvido(wk-dv-qtd)
                                        wk-dv-bas-devolvida(wk-dv-qtd)
                                        wk-dv-icm-devolvido(wk-dv-qtd)
                                        wk-dv-ipi-devolvido(wk-dv-qtd)
                                        wk-dv-quantidade(wk-dv-qtd)
                     PERFORM        0083-SOMA-DEVOLVIDO
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    What earlier returns already took back of the item.
       0083-SOMA-DEVOLVIDO.

           MOVE      wk-est-nf-original TO       arqdevolucao-nf-origem.
           MOVE      arqitemvenda-sequencia TO   arqdevolucao-sequencia.
           MOVE      ZEROS          TO           arqdevolucao-numero-nf.
           START     ARQDEVOLUCAO   KEY IS       NOT LESS
                                    ARQDEVOLUCAO-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQDEVOLUCAO
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQDEVOLUCAO
           END-START.
           PERFORM   0083A-SOMA-LINHA
             UNTIL   FS-ARQDEVOLUCAO EQUAL       '10'.
           MOVE      ZEROS          TO           FS-ARQDEVOLUCAO.
      *---------------------------------------------------------------
       0083A-SOMA-LINHA.

           READ      ARQDEVOLUCAO   NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQDEVOLUCAO
            NOT AT END
             IF      arqdevolucao-nf-origem NOT EQUAL
                                    wk-est-nf-original
              OR     arqdevolucao-sequencia NOT EQUAL
                                    wk-dv-sequencia(wk-dv-qtd)
                 MOVE '10'          TO           FS-ARQDEVOLUCAO
             ELSE
                 ADD  arqdevolucao-quantidade TO
                                    wk-dv-devolvida(wk-dv-qtd)
                 ADD  arqdevolucao-valor TO
                                    wk-dv-val-devolvido(wk-dv-qtd)
                 ADD  arqdevolucao-custo TO
                                    wk-dv-cus-devolvido(wk-dv-qtd)
                 ADD  arqdevolucao-base-icms TO
                                    wk-dv-bas-devolvida(wk-dv-qtd)
                 ADD  arqdevolucao-valor-icms TO
                                    wk-dv-icm-devolvido(wk-dv-qtd)
                 ADD  arqdevolucao-valor-ipi TO
                                    wk-dv-ipi-devolvido(wk-dv-qtd)
             END-IF
           END-READ.
      *---------------------------------------------------------------
      *    Items already returned in full are not offered again.
       0084-INFORMA-ITEM.

           IF        wk-dv-devolvida(wk-dv-idx) LESS
                                    wk-dv-vendida(wk-dv-idx)
               MOVE  wk-dv-sequencia(wk-dv-idx) TO wk-dv-tl-sequencia
               MOVE  wk-dv-produto(wk-dv-idx) TO   wk-dv-tl-produto
               MOVE  wk-dv-vendida(wk-dv-idx) TO   wk-dv-tl-vendida
               MOVE  wk-dv-devolvida(wk-dv-idx) TO wk-dv-tl-devolvida
               MOVE  ZEROS          TO           wk-dv-tl-quantidade
               MOVE  SPACES         TO           wk-msg
               PERFORM              0085-ACEITA-ITEM
           END-IF.
      *---------------------------------------------------------------
       0085-ACEITA-ITEM.

           DISPLAY   SC-TELA-DEV-ITEM.
           ACCEPT    SC-TELA-DEV-ITEM.
           MOVE      SPACES         TO           wk-msg.
           IF        wk-dv-tl-quantidade + wk-dv-devolvida(wk-dv-idx)
                                    GREATER
                                    wk-dv-vendida(wk-dv-idx)
               MOVE  'Quantidade maior que o saldo a devolver'
                                    TO           wk-msg
               PERFORM              0085-ACEITA-ITEM
           ELSE
               MOVE  wk-dv-tl-quantidade TO
                                    wk-dv-quantidade(wk-dv-idx)
               ADD   wk-dv-tl-quantidade TO      wk-dv-tot-qtd
           END-IF.
      *---------------------------------------------------------------
       0086-CONFIRMA-DEVOLUCAO.

           MOVE      ZEROS          TO           wk-est-valor
                                                 wk-dv-icms
                                                 wk-dv-ipi.
           PERFORM   0086A-SOMA-ITEM
             VARYING wk-dv-idx      FROM         1
               BY    1
               UNTIL wk-dv-idx      >            wk-dv-qtd.
           MOVE      SPACES         TO           wk-est-confirma.
           DISPLAY   SC-TELA-DEV-CONFIRMA.
           ACCEPT    SC-TELA-DEV-CONFIRMA.
           IF        wk-est-confirma NOT EQUAL   'S'
               MOVE  'Devolucao cancelada'       TO          wk-msg
           ELSE
               PERFORM              0088-GRAVA-DEVOLUCAO
           END-IF.
      *---------------------------------------------------------------
       0086A-SOMA-ITEM.

           IF        wk-dv-quantidade(wk-dv-idx) GREATER ZEROS
               PERFORM              0087-LE-ITEM-ORIGEM
               ADD   wk-dv-it-valor TO           wk-est-valor
               ADD   wk-dv-it-icms  TO           wk-dv-icms
               ADD   wk-dv-it-ipi   TO           wk-dv-ipi
           END-IF.
      *---------------------------------------------------------------
      *    Leaves the original item in the record area, valued for
      *    the quantity being returned.
       0087-LE-ITEM-ORIGEM.

           MOVE      'N'            TO           wk-dv-achou.
           MOVE      ZEROS          TO           wk-dv-it-valor
                                                 wk-dv-it-custo
                                                 wk-dv-it-base
                                                 wk-dv-it-icms
                                                 wk-dv-it-ipi.
           MOVE      wk-est-nf-original TO       arqitemvenda-numero-nf.
           MOVE      wk-dv-sequencia(wk-dv-idx) TO
                                    arqitemvenda-sequencia.
           READ      ARQITEMVENDA   KEY IS       ARQITEMVENDA-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             MOVE    'S'            TO           wk-dv-achou
             PERFORM 0087A-VALORIZA-ITEM
           END-READ.
      *---------------------------------------------------------------
      *    Value, cost and taxes follow the quantity returned; the
      *    last units of an item take whatever is left of each of
      *    them, so an item returned in several goes re-adds exactly
      *    to what was invoiced.
       0087A-VALORIZA-ITEM.

           IF        wk-dv-quantidade(wk-dv-idx)
                   + wk-dv-devolvida(wk-dv-idx) EQUAL
                                    wk-dv-vendida(wk-dv-idx)
               COMPUTE wk-dv-it-valor =
                       arqitemvenda-valor-total
                     - wk-dv-val-devolvido(wk-dv-idx)
               COMPUTE wk-dv-it-custo =
                       arqitemvenda-custo-total
                     - wk-dv-cus-devolvido(wk-dv-idx)
               COMPUTE wk-dv-it-base  =
                       arqitemvenda-base-icms
                     - wk-dv-bas-devolvida(wk-dv-idx)
               COMPUTE wk-dv-it-icms  =
                       arqitemvenda-valor-icms
                     - wk-dv-icm-devolvido(wk-dv-idx)
               COMPUTE wk-dv-it-ipi   =
                       arqitemvenda-valor-ipi
                     - wk-dv-ipi-devolvido(wk-dv-idx)
           ELSE
               COMPUTE wk-dv-it-valor ROUNDED =
                       arqitemvenda-valor-total
                     * wk-dv-quantidade(wk-dv-idx)
                     / wk-dv-vendida(wk-dv-idx)
               COMPUTE wk-dv-it-custo ROUNDED =
                       arqitemvenda-custo-total
                     * wk-dv-quantidade(wk-dv-idx)
                     / wk-dv-vendida(wk-dv-idx)
               COMPUTE wk-dv-it-base  ROUNDED =
                       arqitemvenda-base-icms
                     * wk-dv-quantidade(wk-dv-idx)
                     / wk-dv-vendida(wk-dv-idx)
               COMPUTE wk-dv-it-icms  ROUNDED =
                       arqitemvenda-valor-icms
                     * wk-dv-quantidade(wk-dv-idx)
                     / wk-dv-vendida(wk-dv-idx)
               COMPUTE wk-dv-it-ipi   ROUNDED =
                       arqitemvenda-valor-ipi
                     * wk-dv-quantidade(wk-dv-idx)
                     / wk-dv-vendida(wk-dv-idx)
           END-IF.
      *---------------------------------------------------------------
      *    The reversal is built on the original's record, like the
      *    estorno, but for the returned value and its taxes only.
       0088-GRAVA-DEVOLUCAO.

           MOVE      wk-est-nf-original TO       arqvenda-numero-nf.
           READ      ARQVENDA       KEY IS       ARQVENDA-NUMERO-NF
            INVALID KEY
             MOVE    'Nota fiscal nao encontrada'
                                    TO           wk-msg
            NOT INVALID KEY
             MOVE    wk-est-nf-estorno TO        arqvenda-numero-nf
             MOVE    wk-est-data    TO           arqvenda-data
             SET     arqvenda-estorno            TO          TRUE
             MOVE    wk-est-nf-original TO       arqvenda-nf-origem
             MOVE    wk-est-valor   TO           arqvenda-valor
             MOVE    wk-dv-icms     TO           arqvenda-valor-icms
             MOVE    wk-dv-ipi      TO           arqvenda-valor-ipi
             MOVE    ZEROS          TO           arqvenda-comp-apurada
             MOVE    SPACES         TO           arqvenda-regime-apurado
             WRITE   arqvenda-registro
              INVALID KEY
               CALL  'fsmensagem' USING          FS-ARQVENDA
                                                  WK-MSG
              NOT INVALID KEY
               PERFORM              0088A-GRAVA-ITEM-DEVOLVIDO
                 VARYING wk-dv-idx  FROM         1
                   BY    1
                   UNTIL wk-dv-idx  >            wk-dv-qtd
               PERFORM              0089-ABATE-TITULOS
               PERFORM              0035-COPIA-RATEIO
               MOVE  'Devolucao registrada'      TO          wk-msg
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    The returned item keeps the original's sequencia, prices,
      *    cost and depot; the goods go back on the shelf only when
      *    the sale actually deducted them.
       0088A-GRAVA-ITEM-DEVOLVIDO.

           IF        wk-dv-quantidade(wk-dv-idx) GREATER ZEROS
               PERFORM              0087-LE-ITEM-ORIGEM
           ELSE
               MOVE  'N'            TO           wk-dv-achou
           END-IF.
           IF        wk-dv-achou    EQUAL        'S'
               MOVE  wk-est-nf-estorno TO        arqitemvenda-numero-nf
               MOVE  wk-dv-quantidade(wk-dv-idx) TO
                                    arqitemvenda-quantidade
               MOVE  wk-dv-it-valor TO
                                    arqitemvenda-valor-total
               MOVE  wk-dv-it-custo TO
                                    arqitemvenda-custo-total
               MOVE  wk-dv-it-base  TO           arqitemvenda-base-icms
               MOVE  wk-dv-it-icms  TO           arqitemvenda-valor-icms
               MOVE  wk-dv-it-ipi   TO           arqitemvenda-valor-ipi
               PERFORM              0088B-CFOP-DEVOLUCAO
               WRITE arqitemvenda-registro
                INVALID KEY
                 CALL 'fsmensagem' USING         FS-ARQITEMVENDA
                                                  WK-MSG
                NOT INVALID KEY
                 PERFORM            0088C-GRAVA-LINHA
                 IF   arqitemvenda-com-estoque
                     SET  wk-es-devolucao        TO          TRUE
                     PERFORM        0069B-MOVE-ESTOQUE-ITEM
                 END-IF
               END-WRITE
           END-IF.
      *---------------------------------------------------------------
      *    The goods come back in under the entrada CFOP of the sale:
      *    5, 6 and 7 become 1, 2 and 3, and the natures that have a
      *    return of their own take it (101/201, 102/202, 403/410,
      *    405/411); any other nature is kept.
       0088B-CFOP-DEVOLUCAO.

           MOVE      arqitemvenda-cfop TO        wk-dv-cfop.
           IF        wk-dv-cfop-origem EQUAL     5 OR 6 OR 7
               SUBTRACT 4           FROM         wk-dv-cfop-origem
               EVALUATE wk-dv-cfop-natureza
                WHEN 101
                 MOVE 201           TO           wk-dv-cfop-natureza
                WHEN 102
                 MOVE 202           TO           wk-dv-cfop-natureza
                WHEN 403
                 MOVE 410           TO           wk-dv-cfop-natureza
                WHEN 405
                 MOVE 411           TO           wk-dv-cfop-natureza
               END-EVALUATE
           END-IF.
           MOVE      wk-dv-cfop     TO           arqitemvenda-cfop.
      *---------------------------------------------------------------
       0088C-GRAVA-LINHA.

           MOVE      wk-est-nf-original TO       arqdevolucao-nf-origem.
           MOVE      arqitemvenda-sequencia TO   arqdevolucao-sequencia.
           MOVE      wk-est-nf-estorno TO        arqdevolucao-numero-nf.
           MOVE      wk-est-data    TO           arqdevolucao-data.
           MOVE      wk-dv-quantidade(wk-dv-idx) TO
                                    arqdevolucao-quantidade.
           MOVE      wk-dv-it-valor TO           arqdevolucao-valor.
           MOVE      wk-operador    TO           arqdevolucao-operador.
           MOVE      wk-dv-it-custo TO           arqdevolucao-custo.
           MOVE      wk-dv-it-base  TO           arqdevolucao-base-icms.
           MOVE      wk-dv-it-icms  TO
                                    arqdevolucao-valor-icms.
           MOVE      wk-dv-it-ipi   TO           arqdevolucao-valor-ipi.
           WRITE     arqdevolucao-registro
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQDEVOLUCAO
                                                  WK-MSG
           END-WRITE.
      *---------------------------------------------------------------
      *    The return comes off what the client still owes on the
      *    nota, in this order: the open parcelas not yet at the
      *    bank, in proportion to their saldo; the parcelas already
      *    registered in a remessa, which the bank will collect in
      *    full, so their share is left as a credit to the client;
      *    the open parcelas of the acordo that took over any
      *    renegotiated saldo, the same way; the saldo written off
      *    as perda, which simply absorbs it; and only then what the
      *    client actually paid on the nota, less credits already
      *    given, which is left as a credit parcela in the client's
      *    favour, numbered after the nota's last one. Anything past
      *    that was never owed and is absorbed too.
       0089-ABATE-TITULOS.

           MOVE      ZEROS          TO           wk-dv-tit-ultima
                                                 wk-dv-tit-pago
                                                 wk-dv-tit-creditado
                                                 wk-dv-tit-perda
                                                 wk-dv-ac-qtd
                                                 wk-dv-abatido
                                                 wk-dv-credito.
           MOVE      wk-est-valor   TO           wk-dv-resto.
           MOVE      wk-est-nf-original TO       wk-dv-tit-nf.
           MOVE      'O'            TO           wk-dv-tit-fase.
           PERFORM   0089A-SOMA-ABERTO-NF.

           PERFORM   0089E-ABATE-NF.
           MOVE      wk-dv-abate-feito TO        wk-dv-abatido.
           PERFORM   0089G-CREDITA-BANCO.

           PERFORM   0089F-ABATE-ACORDO
             VARYING wk-dv-ac-idx   FROM         1
               BY    1
               UNTIL wk-dv-ac-idx   >            wk-dv-ac-qtd
                OR   wk-dv-resto    EQUAL        ZEROS.

           IF        wk-dv-resto    GREATER      wk-dv-tit-perda
               SUBTRACT wk-dv-tit-perda FROM     wk-dv-resto
           ELSE
               MOVE  ZEROS          TO           wk-dv-resto
           END-IF.

           IF        wk-dv-tit-pago GREATER      wk-dv-tit-creditado
               SUBTRACT wk-dv-tit-creditado FROM wk-dv-tit-pago
               IF    wk-dv-resto    GREATER      wk-dv-tit-pago
                   ADD  wk-dv-tit-pago TO        wk-dv-credito
               ELSE
                   ADD  wk-dv-resto TO           wk-dv-credito
               END-IF
           END-IF.

           IF        wk-dv-credito  GREATER      ZEROS
               PERFORM              0089C-GRAVA-CREDITO
           END-IF.
           PERFORM   0089H-GRAVA-DOCUMENTO.
      *---------------------------------------------------------------
      *    One pass over the parcelas of wk-dv-tit-nf. On the nota
      *    itself ('O') it also gathers what was paid, the credits
      *    already given, the saldo written off and the saldo each
      *    acordo took over; on an acordo ('A') only what is open.
       0089A-SOMA-ABERTO-NF.

           MOVE      ZEROS          TO           wk-dv-tit-aberto
                                                 wk-dv-tit-abertos
                                                 wk-dv-tit-banco.
           PERFORM   0089D-POSICIONA-TITULOS.
           PERFORM   0089A1-SOMA-ABERTO
             UNTIL   FS-ARQTITULO   EQUAL        '10'.
           MOVE      ZEROS          TO           FS-ARQTITULO.
      *---------------------------------------------------------------
       0089A1-SOMA-ABERTO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-numero-nf NOT EQUAL wk-dv-tit-nf
                 MOVE '10'          TO           FS-ARQTITULO
             ELSE
                 COMPUTE wk-dv-tit-saldo =
                         arqtitulo-valor - arqtitulo-valor-pago
                 IF   arqtitulo-aberto
                     IF   arqtitulo-data-remessa EQUAL ZEROS
                         ADD  1     TO           wk-dv-tit-abertos
                         ADD  wk-dv-tit-saldo TO wk-dv-tit-aberto
                     ELSE
                         ADD  wk-dv-tit-saldo TO wk-dv-tit-banco
                     END-IF
                 END-IF
                 IF   wk-dv-tit-fase EQUAL       'O'
                     PERFORM        0089A2-SOMA-NOTA
                 END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0089A2-SOMA-NOTA.

           MOVE      arqtitulo-parcela TO        wk-dv-tit-ultima.
           EVALUATE  TRUE
            WHEN     arqtitulo-credito
             ADD     arqtitulo-valor TO          wk-dv-tit-creditado
            WHEN     arqtitulo-perda
             ADD     arqtitulo-valor-pago TO     wk-dv-tit-pago
             ADD     wk-dv-tit-saldo TO          wk-dv-tit-perda
            WHEN     arqtitulo-renegociado
             ADD     arqtitulo-valor-pago TO     wk-dv-tit-pago
             PERFORM 0089A3-SOMA-ACORDO
            WHEN     OTHER
             ADD     arqtitulo-valor-pago TO     wk-dv-tit-pago
           END-EVALUATE.
      *---------------------------------------------------------------
       0089A3-SOMA-ACORDO.

           MOVE      ZEROS          TO           wk-dv-ac-achou.
           PERFORM   0089A4-PROCURA-ACORDO
             VARYING wk-dv-ac-idx   FROM         1
               BY    1
               UNTIL wk-dv-ac-idx   >            wk-dv-ac-qtd.
           IF        wk-dv-ac-achou EQUAL        ZEROS
            AND      wk-dv-ac-qtd   LESS         10
               ADD   1              TO           wk-dv-ac-qtd
               MOVE  wk-dv-ac-qtd   TO           wk-dv-ac-achou
               MOVE  arqtitulo-acordo TO
                                    wk-dv-ac-numero(wk-dv-ac-qtd)
               MOVE  ZEROS          TO
                                    wk-dv-ac-saldo(wk-dv-ac-qtd)
           END-IF.
           IF        wk-dv-ac-achou GREATER      ZEROS
               ADD   wk-dv-tit-saldo TO
                                    wk-dv-ac-saldo(wk-dv-ac-achou)
           END-IF.
      *---------------------------------------------------------------
       0089A4-PROCURA-ACORDO.

           IF        wk-dv-ac-numero(wk-dv-ac-idx) EQUAL
                                    arqtitulo-acordo
               MOVE  wk-dv-ac-idx   TO           wk-dv-ac-achou
           END-IF.
      *---------------------------------------------------------------
      *    A parcela left with nothing open is settled: paid when
      *    some of it was received, cancelled when none was. Only
      *    parcelas the bank has not registered are touched.
       0089B-ABATE-TITULO.

           READ      ARQTITULO      NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTITULO
            NOT AT END
             IF      arqtitulo-numero-nf NOT EQUAL wk-dv-tit-nf
                 MOVE '10'          TO           FS-ARQTITULO
             ELSE
              IF     arqtitulo-aberto
               AND   arqtitulo-data-remessa EQUAL ZEROS
                 SUBTRACT 1         FROM         wk-dv-tit-abertos
                 COMPUTE wk-dv-tit-saldo =
                         arqtitulo-valor - arqtitulo-valor-pago
                 IF   wk-dv-tit-abertos EQUAL    ZEROS
                     MOVE wk-dv-abate-resto TO   wk-dv-tit-parte
                 ELSE
                     COMPUTE wk-dv-tit-parte ROUNDED =
                             wk-dv-abate * wk-dv-tit-saldo
                           / wk-dv-tit-aberto
                 END-IF
                 IF   wk-dv-tit-parte GREATER    wk-dv-tit-saldo
                     MOVE wk-dv-tit-saldo TO     wk-dv-tit-parte
                 END-IF
                 IF   wk-dv-tit-parte GREATER    wk-dv-abate-resto
                     MOVE wk-dv-abate-resto TO   wk-dv-tit-parte
                 END-IF
                 SUBTRACT wk-dv-tit-parte FROM   wk-dv-abate-resto
                 SUBTRACT wk-dv-tit-parte FROM   arqtitulo-valor
                 IF   arqtitulo-valor EQUAL      arqtitulo-valor-pago
                     IF   arqtitulo-valor-pago EQUAL ZEROS
                         SET arqtitulo-cancelado TO          TRUE
                     ELSE
                         SET arqtitulo-pago      TO          TRUE
                     END-IF
                 END-IF
                 REWRITE arqtitulo-registro
                  INVALID KEY
                   CONTINUE
                 END-REWRITE
              END-IF
             END-IF
           END-READ.
      *---------------------------------------------------------------
       0089C-GRAVA-CREDITO.

           MOVE      wk-est-nf-original TO       arqtitulo-numero-nf.
           COMPUTE   arqtitulo-parcela = wk-dv-tit-ultima + 1.
           MOVE      arqvenda-cliente-codigo TO
                                    arqtitulo-cliente-codigo.
           MOVE      arqvenda-vendedor-codigo TO
                                    arqtitulo-vendedor-codigo.
           MOVE      wk-est-data    TO           arqtitulo-vencimento.
           MOVE      wk-dv-credito  TO           arqtitulo-valor.
           SET       arqtitulo-credito           TO          TRUE.
           MOVE      ZEROS          TO
                                    arqtitulo-data-pagamento
                                                 arqtitulo-valor-pago
                                                 arqtitulo-data-remessa
                                                 arqtitulo-acordo.
           WRITE     arqtitulo-registro
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQTITULO
                                                  WK-MSG
           END-WRITE.
      *---------------------------------------------------------------
       0089D-POSICIONA-TITULOS.

           MOVE      wk-dv-tit-nf   TO           arqtitulo-numero-nf.
           MOVE      ZEROS          TO           arqtitulo-parcela.
           START     ARQTITULO      KEY IS       NOT LESS
                                    ARQTITULO-CHAVE
            INVALID KEY
             MOVE    '10'           TO           FS-ARQTITULO
            NOT INVALID KEY
             MOVE    ZEROS          TO           FS-ARQTITULO
           END-START.
      *---------------------------------------------------------------
      *    Takes what is left of the return, up to the open saldo
      *    summed for wk-dv-tit-nf, off its unregistered parcelas;
      *    a cent of rounding the last one could not take stays in
      *    what is left.
       0089E-ABATE-NF.

           MOVE      ZEROS          TO           wk-dv-abate-feito.
           IF        wk-dv-resto    GREATER      wk-dv-tit-aberto
               MOVE  wk-dv-tit-aberto TO         wk-dv-abate
           ELSE
               MOVE  wk-dv-resto    TO           wk-dv-abate
           END-IF.
           IF        wk-dv-abate    GREATER      ZEROS
               MOVE  wk-dv-abate    TO           wk-dv-abate-resto
               PERFORM              0089D-POSICIONA-TITULOS
               PERFORM              0089B-ABATE-TITULO
                 UNTIL FS-ARQTITULO EQUAL        '10'
               MOVE  ZEROS          TO           FS-ARQTITULO
               COMPUTE wk-dv-abate-feito =
                       wk-dv-abate - wk-dv-abate-resto
               SUBTRACT wk-dv-abate-feito FROM   wk-dv-resto
           END-IF.
      *---------------------------------------------------------------
      *    The acordo's parcelas answer for no more of this return
      *    than the saldo of the nota it took over.
       0089F-ABATE-ACORDO.

           COMPUTE   wk-dv-tit-nf = 990000000
                                  + wk-dv-ac-numero(wk-dv-ac-idx).
           MOVE      'A'            TO           wk-dv-tit-fase.
           PERFORM   0089A-SOMA-ABERTO-NF.
           MOVE      wk-dv-resto    TO           wk-dv-ac-guarda.
           IF        wk-dv-resto    GREATER
                                    wk-dv-ac-saldo(wk-dv-ac-idx)
               MOVE  wk-dv-ac-saldo(wk-dv-ac-idx) TO wk-dv-resto
           END-IF.
           SUBTRACT  wk-dv-resto    FROM         wk-dv-ac-guarda.
           PERFORM   0089E-ABATE-NF.
           PERFORM   0089G-CREDITA-BANCO.
           ADD       wk-dv-ac-guarda TO          wk-dv-resto.
      *---------------------------------------------------------------
      *    The share that falls on parcelas already at the bank.
       0089G-CREDITA-BANCO.

           IF        wk-dv-resto    GREATER      wk-dv-tit-banco
               ADD   wk-dv-tit-banco TO          wk-dv-credito
               SUBTRACT wk-dv-tit-banco FROM     wk-dv-resto
           ELSE
               ADD   wk-dv-resto    TO           wk-dv-credito
               MOVE  ZEROS          TO           wk-dv-resto
           END-IF.
      *---------------------------------------------------------------
      *    The return's document row (sequencia 000): what it took
      *    off the nota's own parcelas, which is what the parcelas
      *    are proved against from then on.
       0089H-GRAVA-DOCUMENTO.

           MOVE      wk-est-nf-original TO       arqdevolucao-nf-origem.
           MOVE      ZEROS          TO           arqdevolucao-sequencia.
           MOVE      ZEROS          TO
                                    arqdevolucao-quantidade.
           MOVE      wk-est-nf-estorno TO        arqdevolucao-numero-nf.
           MOVE      wk-est-data    TO           arqdevolucao-data.
           MOVE      wk-dv-abatido  TO           arqdevolucao-valor.
           MOVE      wk-operador    TO           arqdevolucao-operador.
           MOVE      ZEROS          TO           arqdevolucao-custo
                                                 arqdevolucao-base-icms
                                                 arqdevolucao-valor-icms
                                                 arqdevolucao-valor-ipi.
           WRITE     arqdevolucao-registro
            INVALID KEY
             CALL    'fsmensagem' USING          FS-ARQDEVOLUCAO
                                                  WK-MSG
           END-WRITE.
      *---------------------------------------------------------------
      *    Whether any partial return was posted against the nota in
      *    wk-est-nf-original.
       0061A-VERIFICA-DEVOLUCAO.

           MOVE      'N'            TO           wk-dv-existe.
           MOVE      wk-est-nf-original TO       arqdevolucao-nf-origem.
           MOVE      ZEROS          TO           arqdevolucao-sequencia
                                                 arqdevolucao-numero-nf.
           START     ARQDEVOLUCAO   KEY IS       NOT LESS
                                    ARQDEVOLUCAO-CHAVE
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             READ    ARQDEVOLUCAO   NEXT RECORD
              AT END
               CONTINUE
              NOT AT END
               IF    arqdevolucao-nf-origem EQUAL wk-est-nf-original
                   MOVE 'S'         TO           wk-dv-existe
               END-IF
             END-READ
           END-START.
      *---------------------------------------------------------------
      *    Pages the divergencia list one record per screen -- the
      *    review the supervisors asked for, without leaving 05.01.
      *    A row marked revisada is stamped with the session's
      *    operator; the list goes through a work copy and back,
      *    since a line sequential file cannot be rewritten in place.
       0070-LISTA-DIVERGENCIAS.

           ACCEPT    wk-div-hoje    FROM         DATE.
           CLOSE     ARQDIVERGENCIA.
           OPEN      INPUT        ARQDIVERGENCIA.
           IF        FS-ARQDIVERGENCIA EQUAL     ZEROS
               OPEN  OUTPUT       ARQTEMPARQ
               PERFORM              0071-MOSTRA-DIVERGENCIA
                 UNTIL FS-ARQDIVERGENCIA EQUAL   '10'
               CLOSE ARQTEMPARQ
               CLOSE ARQDIVERGENCIA
               PERFORM              0072-RECARREGA-DIVERGENCIAS
           ELSE
               CLOSE ARQDIVERGENCIA
           END-IF.
           OPEN      EXTEND       ARQDIVERGENCIA.
           INITIALIZE WK-OPCAO.
      *---------------------------------------------------------------
            AT END
             MOVE    '10'           TO           FS-ARQDIVERGENCIA
            NOT AT END
             MOVE    SPACES         TO           wk-div-revisa
             DISPLAY SC-TELA-DIV-LISTA
             ACCEPT  SC-TELA-DIV-LISTA
             IF      wk-div-revisa  EQUAL        'S'
              AND    NOT arqdivergencia-revisada
                 MOVE 'S'           TO           arqdivergencia-revisao
                 MOVE wk-operador   TO           arqdivergencia-revisor
                 MOVE wk-div-hoje   TO
                                    arqdivergencia-data-revisao
             END-IF
             MOVE    SPACES         TO           arqtemparq-linha
             MOVE    arqdivergencia-registro TO  arqtemparq-linha
             WRITE   arqtemparq-linha
           END-READ.
      *---------------------------------------------------------------
       0072-RECARREGA-DIVERGENCIAS.

           OPEN      INPUT        ARQTEMPARQ.
           OPEN      OUTPUT       ARQDIVERGENCIA.
           PERFORM   0073-COPIA-DE-VOLTA
             UNTIL   FS-ARQTEMPARQ EQUAL         '10'.
           CLOSE     ARQDIVERGENCIA.
           CLOSE     ARQTEMPARQ.
      *---------------------------------------------------------------
       0073-COPIA-DE-VOLTA.

           READ      ARQTEMPARQ     NEXT RECORD
            AT END
             MOVE    '10'           TO           FS-ARQTEMPARQ
            NOT AT END
             MOVE    arqtemparq-linha TO         arqdivergencia-registro
             WRITE   arqdivergencia-registro
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.
                     close arqpreco
                 end-if.
                 close arqauditoria.
                 close arqrateio.
                 if wk-tem-periodo equal 'S'
                     close arqperiodo
                 end-if.
                 if wk-tem-bloqueio equal 'S'
                     close arqbloqueio
                 end-if.
                 if wk-tem-clicd equal 'S'
                     close arqclicd
                 end-if.
                 close arqdevolucao.
                 GOBACK.
           exit program.

