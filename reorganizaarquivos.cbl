      *    arqsaidaant, the partition files and the checkpoint are
      *    transient -- the next matching run rebuilds them -- and
      *    need no conversion.
      *    Option 0 opens a second screen for the masters that grew
      *    since the installed release: arqvenda, arqtitulo,
      *    arqitemvenda, arqvendedor, arqcomissao, arqproduto,
      *    arqoperador, arqvisita, arqperiodo, arqpendente,
      *    arqempresacad and arqcachedist as that release wrote them,
      *    and arqbaixa as it was before the split-share stamps. Same
      *    drill: <nome>old.dat in, the file rebuilt at its standard
      *    path. operadorold.dat and arqvendaold.dat are read by
      *    whichever screen matches the layout they were written in.

       environment division.
       configuration section.
           copy "arqexecucaoselect.cpy".
           copy "arqperfilselect.cpy".
           copy "arqregiaoselect.cpy".
           copy "arqtituloselect.cpy".
           copy "arqitemvendaselect.cpy".
           copy "arqvendedorselect.cpy".
           copy "arqcomissaoselect.cpy".
           copy "arqprodutoselect.cpy".
           copy "arqbaixaselect.cpy".
           copy "arqvisitaselect.cpy".
           copy "arqperiodoselect.cpy".
           copy "arqpendenteselect.cpy".
           copy "arqempresacadselect.cpy".
           copy "arqcachedistselect.cpy".

      *    The pre-reorganization files, declared exactly as the
      *    old copybooks had them -- same keys, same fields -- so
                 lock mode          is manual
                 file status        is fs-arqregiaoold.

      *    The masters of the installed release. arqvendabase reads
      *    the same arqvendaold.dat as arqvendaold, under the layout
      *    that release wrote (situacao, nf-origem, comp-apurada).
           select arqvendabase assign to
                   wk-caminho-arqvendaold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is vendabase-numero-nf
                 alternate record key is vendabase-cliente-codigo
                                        with duplicates
                 alternate record key is vendabase-vendedor-codigo
                                        with duplicates
                 alternate record key is vendabase-vendedor-chave
                                        with duplicates
                 lock mode          is manual
                 file status        is fs-arqvendabase.

           select arqtituloold assign to
                   wk-caminho-arqtituloold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is tituloold-chave
                 alternate record key is tituloold-cliente-codigo
                                        with duplicates
                 alternate record key is tituloold-vendedor-codigo
                                        with duplicates
                 lock mode          is manual
                 file status        is fs-arqtituloold.

           select arqitemvendaold assign to
                   wk-caminho-arqitemvendaold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is itemvendaold-chave
                 alternate record key is itemvendaold-produto-codigo
                                        with duplicates
                 lock mode          is manual
                 file status        is fs-arqitemvendaold.

           select arqvendedorold assign to
                   wk-caminho-arqvendedorold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is vendedorold-chave
                 alternate record key is vendedorold-codigo
                 alternate record key is vendedorold-regiao-codigo
                                        with duplicates
                 alternate record key is
                                    vendedorold-regiao-vendedor-chave
                 lock mode          is manual
                 file status        is fs-arqvendedorold.

           select arqcomissaoold assign to
                   wk-caminho-arqcomissaoold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is comissaoold-chave
                 lock mode          is manual
                 file status        is fs-arqcomissaoold.

           select arqprodutoold assign to
                   wk-caminho-arqprodutoold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is produtoold-codigo
                 lock mode          is manual
                 file status        is fs-arqprodutoold.

           select arqbaixaold assign to
                   wk-caminho-arqbaixaold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is baixaold-chave
                 alternate record key is baixaold-cliente-codigo
                                        with duplicates
                 alternate record key is baixaold-vendedor-codigo
                                        with duplicates
                 lock mode          is manual
                 file status        is fs-arqbaixaold.

      *    arqoperadorbase reads operadorold.dat under the layout of
      *    the installed release (hash, lockout, vendedor link).
           select arqoperadorbase assign to
                   wk-caminho-arqoperadorold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is operadorbase-codigo
                 lock mode          is manual
                 file status        is fs-arqoperadorbase.

           select arqvisitaold assign to
                   wk-caminho-arqvisitaold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is visitaold-chave
                 lock mode          is manual
                 file status        is fs-arqvisitaold.

           select arqperiodoold assign to
                   wk-caminho-arqperiodoold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is periodoold-chave
                 lock mode          is manual
                 file status        is fs-arqperiodoold.

           select arqpendenteold assign to
                   wk-caminho-arqpendenteold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is pendenteold-numero
                 lock mode          is manual
                 file status        is fs-arqpendenteold.

           select arqempresacadold assign to
                   wk-caminho-arqempresacadold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is empresacadold-empresa
                 lock mode          is manual
                 file status        is fs-arqempresacadold.

           select arqcachedistold assign to
                   wk-caminho-arqcachedistold
                 organization       is indexed
                 access mode        is dynamic
                 record key         is cachedistold-chave
                 lock mode          is manual
                 file status        is fs-arqcachedistold.

       data division.

           file section.
           copy "arqexecucaofd.cpy".
           copy "arqperfilfd.cpy".
           copy "arqregiaofd.cpy".
           copy "arqtitulofd.cpy".
           copy "arqitemvendafd.cpy".
           copy "arqvendedorfd.cpy".
           copy "arqcomissaofd.cpy".
           copy "arqprodutofd.cpy".
           copy "arqbaixafd.cpy".
           copy "arqvisitafd.cpy".
           copy "arqperiodofd.cpy".
           copy "arqpendentefd.cpy".
           copy "arqempresacadfd.cpy".
           copy "arqcachedistfd.cpy".

           fd arqsaidaold.
           01  saidaold-registro.
               03 regiaoold-fator-rodoviario pic  9(001)v9(002).
               03 regiaoold-status           pic  X(001).

           fd arqvendabase.
           01  vendabase-registro.
               03 vendabase-numero-nf        pic  9(009).
               03 vendabase-cliente-codigo   pic  9(007).
               03 vendabase-vendedor-chave.
                05 vendabase-vendedor-codigo pic  9(007).
                05 vendabase-data            pic  9(008).
               03 vendabase-valor            pic  9(009)v9(002).
               03 vendabase-situacao         pic  x(001).
               03 vendabase-nf-origem        pic  9(009).
               03 vendabase-comp-apurada     pic  9(006).

           fd arqtituloold.
           01  tituloold-registro.
               03 tituloold-chave.
                05 tituloold-numero-nf       pic  9(009).
                05 tituloold-parcela         pic  9(002).
               03 tituloold-cliente-codigo   pic  9(007).
               03 tituloold-vendedor-codigo  pic  9(007).
               03 tituloold-vencimento       pic  9(008).
               03 tituloold-valor            pic  9(009)v9(002).
               03 tituloold-situacao         pic  x(001).
                   88 tituloold-pago         value 'P'.
               03 tituloold-data-pagamento   pic  9(008).

           fd arqitemvendaold.
           01  itemvendaold-registro.
               03 itemvendaold-chave.
                05 itemvendaold-numero-nf    pic  9(009).
                05 itemvendaold-sequencia    pic  9(003).
               03 itemvendaold-produto-codigo
                                             pic  9(005).
               03 itemvendaold-quantidade    pic  9(005).
               03 itemvendaold-preco-unitario
                                             pic  9(007)v9(002).
               03 itemvendaold-valor-total   pic  9(009)v9(002).
               03 itemvendaold-linha-produto pic  x(001).

           fd arqvendedorold.
           01  vendedorold-registro.
               03 vendedorold-chave.
                05 vendedorold-empresa       pic  9(003).
                05 vendedorold-regiao-vendedor-chave.
                 07 vendedorold-regiao-codigo
                                             pic  9(007).
                 07 vendedorold-codigo       pic  9(007).
                05 vendedorold-cpf           pic  9(011).
                05 vendedorold-nome          pic  X(040).
               03 vendedorold-lat            pic s9(003)v9(008).
               03 vendedorold-lon            pic s9(003)v9(008).
               03 vendedorold-status         pic  X(001).
               03 vendedorold-capacidade-max pic  9(005).
               03 vendedorold-qtd-atual      pic  9(005).
               03 vendedorold-taxa-comissao  pic  9(003)v9(002).
               03 vendedorold-cota-vendas    pic  9(009)v9(002).
               03 vendedorold-capacidade-valor
                                             pic  9(011)v9(002).
               03 vendedorold-valor-atual    pic  9(011)v9(002).
               03 vendedorold-linha-produto  pic  X(001).

           fd arqcomissaoold.
           01  comissaoold-registro.
               03 comissaoold-chave.
                05 comissaoold-empresa       pic  9(003).
                05 comissaoold-competencia   pic  9(006).
                05 comissaoold-vendedor-codigo
                                             pic  9(007).
               03 comissaoold-base           pic s9(011)v9(002).
               03 comissaoold-taxa           pic  9(003)v9(002).
               03 comissaoold-valor          pic s9(009)v9(002).
               03 comissaoold-situacao       pic  x(001).
               03 comissaoold-data           pic  9(008).
               03 comissaoold-hora           pic  9(006).

           fd arqprodutoold.
           01  produtoold-registro.
               03 produtoold-codigo          pic  9(005).
               03 produtoold-descricao       pic  x(040).
               03 produtoold-linha-produto   pic  x(001).
               03 produtoold-preco-unitario  pic  9(007)v9(002).
               03 produtoold-status          pic  x(001).

           fd arqbaixaold.
           01  baixaold-registro.
               03 baixaold-chave.
                05 baixaold-numero-nf        pic  9(009).
                05 baixaold-parcela          pic  9(002).
                05 baixaold-sequencia        pic  9(003).
               03 baixaold-cliente-codigo    pic  9(007).
               03 baixaold-vendedor-codigo   pic  9(007).
               03 baixaold-data-pagamento    pic  9(008).
               03 baixaold-dias-atraso       pic  9(005).
               03 baixaold-valor-recebido    pic  9(009)v9(002).
               03 baixaold-valor-principal   pic  9(009)v9(002).
               03 baixaold-valor-juros       pic  9(009)v9(002).
               03 baixaold-valor-multa       pic  9(009)v9(002).
               03 baixaold-saldo-restante    pic  9(009)v9(002).
               03 baixaold-origem            pic  x(001).
               03 baixaold-operador          pic  x(010).
               03 baixaold-data-lancamento   pic  9(008).
               03 baixaold-hora-lancamento   pic  9(006).
               03 baixaold-comp-apurada      pic  9(006).

           fd arqoperadorbase.
           01  operadorbase-registro.
               03 operadorbase-codigo        pic  x(010).
               03 operadorbase-senha         pic  x(010).
               03 operadorbase-nome          pic  x(030).
               03 operadorbase-perfil        pic  x(001).
               03 operadorbase-status        pic  x(001).
               03 operadorbase-opcoes        pic  x(150).
               03 operadorbase-senha-hash    pic  9(009).
               03 operadorbase-data-troca    pic  9(008).
               03 operadorbase-forca-troca   pic  x(001).
               03 operadorbase-falhas        pic  9(002).
               03 operadorbase-bloqueio      pic  x(001).
               03 operadorbase-vendedor-codigo
                                             pic  9(007).

           fd arqvisitaold.
           01  visitaold-registro.
               03 visitaold-chave.
                05 visitaold-vendedor-codigo pic  9(007).
                05 visitaold-data-planejada  pic  9(008).
                05 visitaold-cliente-codigo  pic  9(007).
               03 visitaold-data-realizada   pic  9(008).
               03 visitaold-resultado        pic  x(001).
               03 visitaold-nota             pic  x(040).
               03 visitaold-operador         pic  x(010).

           fd arqperiodoold.
           01  periodoold-registro.
               03 periodoold-chave.
                05 periodoold-empresa        pic  9(003).
                05 periodoold-competencia    pic  9(006).
               03 periodoold-situacao        pic  x(001).
               03 periodoold-data-fechamento pic  9(008).

           fd arqpendenteold.
           01  pendenteold-registro.
               03 pendenteold-numero         pic  9(007).
               03 pendenteold-entidade       pic  x(008).
               03 pendenteold-codigo         pic  9(007).
               03 pendenteold-campo          pic  9(001).
               03 pendenteold-valor-novo     pic  9(011)v9(002).
               03 pendenteold-data-efetiva   pic  9(008).
               03 pendenteold-situacao       pic  x(001).
               03 pendenteold-operador       pic  x(010).
               03 pendenteold-data-criacao   pic  9(008).
               03 pendenteold-data-aplicacao pic  9(008).

           fd arqempresacadold.
           01  empresacadold-registro.
               03 empresacadold-empresa      pic  9(003).
               03 empresacadold-nome         pic  x(030).
               03 empresacadold-tipo         pic  x(001).

           fd arqcachedistold.
           01  cachedistold-registro.
               03 cachedistold-chave.
                05 cachedistold-cliente-codigo
                                             pic  9(007).
                05 cachedistold-vendedor-codigo
                                             pic  9(007).
               03 cachedistold-cliente-lat   pic s9(003)v9(008).
               03 cachedistold-cliente-lon   pic s9(003)v9(008).
               03 cachedistold-vendedor-lat  pic s9(003)v9(008).
               03 cachedistold-vendedor-lon  pic s9(003)v9(008).
               03 cachedistold-distancia     pic s9(005)v9(002).

           WORKING-STORAGE SECTION.
           01  wk-caminho-arqsaida      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaida.dat".
               "C:\Users\vendedor\Documents\PROVACOBOL\perfil.dat".
           01  wk-caminho-arqregiao     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqregiao.dat".
           01  wk-caminho-arqtitulo     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\titulo.dat".
           01  wk-caminho-arqitemvenda  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\itemvenda.dat".
           01  wk-caminho-arqvendedor   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedor.dat".
           01  wk-caminho-arqcomissao   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\comissao.dat".
           01  wk-caminho-arqproduto    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produto.dat".
           01  wk-caminho-arqbaixa      pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixa.dat".
           01  wk-caminho-arqvisita     pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visita.dat".
           01  wk-caminho-arqperiodo    pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodo.dat".
           01  wk-caminho-arqpendente   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\pendente.dat".
           01  wk-caminho-arqempresacad pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\empresacad.dat".
           01  wk-caminho-arqcachedist  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\cachedist.dat".

           01  wk-caminho-arqsaidaold   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\arqsaidaold.dat".
               "C:\Users\vendedor\Documents\PROVACOBOL\perfilold.dat".
           01  wk-caminho-arqregiaoold  pic x(070) value
              "C:\Users\vendedor\Documents\PROVACOBOL\arqregiaoold.dat".
           01  wk-caminho-arqtituloold  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\tituloold.dat".
           01  wk-caminho-arqitemvendaold
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\itemvendaold.dat".
           01  wk-caminho-arqvendedorold
                                    pic x(070) value
           "C:\Users\vendedor\Documents\PROVACOBOL\arqvendedorold.dat".
           01  wk-caminho-arqcomissaoold
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\comissaoold.dat".
           01  wk-caminho-arqprodutoold pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\produtoold.dat".
           01  wk-caminho-arqbaixaold   pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\baixaold.dat".
           01  wk-caminho-arqvisitaold  pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\visitaold.dat".
           01  wk-caminho-arqperiodoold pic x(070) value
               "C:\Users\vendedor\Documents\PROVACOBOL\periodoold.dat".
           01  wk-caminho-arqpendenteold
                                    pic x(070) value
              "C:\Users\vendedor\Documents\PROVACOBOL\pendenteold.dat".
           01  wk-caminho-arqempresacadold
                                    pic x(070) value
            "C:\Users\vendedor\Documents\PROVACOBOL\empresacadold.dat".
           01  wk-caminho-arqcachedistold
                                    pic x(070) value
             "C:\Users\vendedor\Documents\PROVACOBOL\cachedistold.dat".

           01  fs-arqsaidaold.
               05  fs-arqsaidaold-1 PIC  X(001).
               05  fs-arqregiaoold-2 pic  x(001).
               05  fs-arqregiaoold-r redefines fs-arqregiaoold-2
               pic 99 comp-x.
           01  fs-arqvendabase.
               05  fs-arqvendabase-1 PIC  X(001).
               05  fs-arqvendabase-2 pic  x(001).
               05  fs-arqvendabase-r redefines fs-arqvendabase-2
               pic 99 comp-x.
           01  fs-arqtituloold.
               05  fs-arqtituloold-1 PIC  X(001).
               05  fs-arqtituloold-2 pic  x(001).
               05  fs-arqtituloold-r redefines fs-arqtituloold-2
               pic 99 comp-x.
           01  fs-arqitemvendaold.
               05  fs-arqitemvendaold-1 PIC  X(001).
               05  fs-arqitemvendaold-2 pic  x(001).
               05  fs-arqitemvendaold-r redefines fs-arqitemvendaold-2
               pic 99 comp-x.
           01  fs-arqvendedorold.
               05  fs-arqvendedorold-1 PIC  X(001).
               05  fs-arqvendedorold-2 pic  x(001).
               05  fs-arqvendedorold-r redefines fs-arqvendedorold-2
               pic 99 comp-x.
           01  fs-arqcomissaoold.
               05  fs-arqcomissaoold-1 PIC  X(001).
               05  fs-arqcomissaoold-2 pic  x(001).
               05  fs-arqcomissaoold-r redefines fs-arqcomissaoold-2
               pic 99 comp-x.
           01  fs-arqprodutoold.
               05  fs-arqprodutoold-1 PIC  X(001).
               05  fs-arqprodutoold-2 pic  x(001).
               05  fs-arqprodutoold-r redefines fs-arqprodutoold-2
               pic 99 comp-x.
           01  fs-arqbaixaold.
               05  fs-arqbaixaold-1 PIC  X(001).
               05  fs-arqbaixaold-2 pic  x(001).
               05  fs-arqbaixaold-r redefines fs-arqbaixaold-2
               pic 99 comp-x.
           01  fs-arqoperadorbase.
               05  fs-arqoperadorbase-1 PIC  X(001).
               05  fs-arqoperadorbase-2 pic  x(001).
               05  fs-arqoperadorbase-r redefines fs-arqoperadorbase-2
               pic 99 comp-x.
           01  fs-arqvisitaold.
               05  fs-arqvisitaold-1 PIC  X(001).
               05  fs-arqvisitaold-2 pic  x(001).
               05  fs-arqvisitaold-r redefines fs-arqvisitaold-2
               pic 99 comp-x.
           01  fs-arqperiodoold.
               05  fs-arqperiodoold-1 PIC  X(001).
               05  fs-arqperiodoold-2 pic  x(001).
               05  fs-arqperiodoold-r redefines fs-arqperiodoold-2
               pic 99 comp-x.
           01  fs-arqpendenteold.
               05  fs-arqpendenteold-1 PIC  X(001).
               05  fs-arqpendenteold-2 pic  x(001).
               05  fs-arqpendenteold-r redefines fs-arqpendenteold-2
               pic 99 comp-x.
           01  fs-arqempresacadold.
               05  fs-arqempresacadold-1 PIC  X(001).
               05  fs-arqempresacadold-2 pic  x(001).
               05  fs-arqempresacadold-r redefines fs-arqempresacadold-2
               pic 99 comp-x.
           01  fs-arqcachedistold.
               05  fs-arqcachedistold-1 PIC  X(001).
               05  fs-arqcachedistold-2 pic  x(001).
               05  fs-arqcachedistold-r redefines fs-arqcachedistold-2
               pic 99 comp-x.

           01 wk-workarea.
              05 wk-opcao               pic 9(001) value zeros.
              05 wk-opcao-base          pic 9(002) value zeros.
              05 fl-ok                  pic x(001) value 'S'.
              05 wk-msg                 pic x(050) value spaces.

           copy "arqexecucaofs.cpy".
           copy "arqperfilfs.cpy".
           copy "arqregiaofs.cpy".
           copy "arqtitulofs.cpy".
           copy "arqitemvendafs.cpy".
           copy "arqvendedorfs.cpy".
           copy "arqcomissaofs.cpy".
           copy "arqprodutofs.cpy".
           copy "arqbaixafs.cpy".
           copy "arqvisitafs.cpy".
           copy "arqperiodofs.cpy".
           copy "arqpendentefs.cpy".
           copy "arqempresacadfs.cpy".
           copy "arqcachedistfs.cpy".

           SCREEN SECTION.
           01  SC-TELA-INICIAL.
               05  line  7   col  05 value
                         "7 perfil        8 arqregiao   9 Encerrar".
               05  line  8   col  05 value
                         "0 Outros cadastros (layout instalado)".
               05  line  9   col  05 value
                         "Opcao".
               05  line  9   col  43   using wk-opcao.
               05  line  10  col  05   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-BASE.
               05  blank screen.
               05  line  1   col  05 VALUE
                         "REORGANIZACAO - LAYOUT INSTALADO".
               05  line  2   col  05 value
                         "Renomeie o arquivo vivo para <nome>old.dat".
               05  line  3   col  05 value
                         "antes de rodar a opcao correspondente.".
               05  line  5   col  05 value
                         " 1 arqvenda     2 titulo      3 itemvenda".
               05  line  6   col  05 value
                         " 4 arqvendedor  5 comissao    6 produto".
               05  line  7   col  05 value
                         " 7 baixa        8 operador    9 visita".
               05  line  8   col  05 value
                         "10 periodo     11 pendente   12 empresacad".
               05  line  9   col  05 value
                         "13 cachedist                 99 Voltar".
               05  line  11  col  05 value
                         "Opcao".
               05  line  11  col  43   using wk-opcao-base.
               05  line  12  col  05   using wk-msg.
      *-----------------------------------------------------------------
           01  SC-TELA-RESUMO.
               05  blank screen.
             PERFORM   0080-REORGANIZA-PERFIL
            WHEN       8
             PERFORM   0085-REORGANIZA-REGIAO
            WHEN       0
             PERFORM   0090-GET-SC-TELA-BASE
           END-EVALUATE.

           IF          WK-OPCAO      GREATER    ZEROS
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    The very first arqvenda, five fields and no lifecycle: every
      *    nota comes over as a normal, never closed. A file written by
      *    the installed release goes through the second screen.
       0040-REORGANIZA-VENDA.

           OPEN      INPUT        ARQVENDAOLD.
             SET     arqvenda-normal            TO          TRUE
             MOVE    ZEROS          TO          arqvenda-nf-origem
                                                 arqvenda-comp-apurada
             MOVE    SPACES         TO          arqvenda-regime-apurado
             WRITE   arqvenda-registro
              INVALID KEY
               CONTINUE
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Second screen: the masters as the installed release wrote
      *    them. 99 goes back to the first screen.
       0090-GET-SC-TELA-BASE.

           initialize wk-msg.
           DISPLAY     SC-TELA-BASE.
           ACCEPT      SC-TELA-BASE.

           INITIALIZE               wk-totais.
           EVALUATE    wk-opcao-base
            WHEN       1
             PERFORM   0100-REORGANIZA-VENDA-BASE
            WHEN       2
             PERFORM   0110-REORGANIZA-TITULO
            WHEN       3
             PERFORM   0120-REORGANIZA-ITEMVENDA
            WHEN       4
             PERFORM   0130-REORGANIZA-VENDEDOR
            WHEN       5
             PERFORM   0140-REORGANIZA-COMISSAO
            WHEN       6
             PERFORM   0150-REORGANIZA-PRODUTO
            WHEN       7
             PERFORM   0160-REORGANIZA-BAIXA
            WHEN       8
             PERFORM   0170-REORGANIZA-OPERADOR-BASE
            WHEN       9
             PERFORM   0180-REORGANIZA-VISITA
            WHEN       10
             PERFORM   0190-REORGANIZA-PERIODO
            WHEN       11
             PERFORM   0200-REORGANIZA-PENDENTE
            WHEN       12
             PERFORM   0210-REORGANIZA-EMPRESACAD
            WHEN       13
             PERFORM   0220-REORGANIZA-CACHEDIST
           END-EVALUATE.

           IF          wk-tot-lidos  GREATER    ZEROS
             DISPLAY   SC-TELA-RESUMO
             ACCEPT    SC-TELA-RESUMO
           END-IF.

           IF          wk-opcao-base NOT EQUAL  99
            PERFORM    0090-GET-SC-TELA-BASE
           ELSE
            INITIALIZE WK-OPCAO
                       wk-opcao-base
           END-IF.
      *---------------------------------------------------------------
      *    arqvenda as the installed release wrote it: the lifecycle
      *    fields come over as they are, the regime byte blank (the
      *    close stamps it) and the tax totals at zeros.
       0100-REORGANIZA-VENDA-BASE.

           OPEN      INPUT        ARQVENDABASE.
           IF        FS-ARQVENDABASE NOT EQUAL  ZEROS
               MOVE  'arqvendaold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQVENDA
               PERFORM              0101-COPIA-VENDA-BASE
                 UNTIL FS-ARQVENDABASE EQUAL    '10'
               CLOSE ARQVENDA
               CLOSE ARQVENDABASE
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0101-COPIA-VENDA-BASE.

           READ      ARQVENDABASE   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDABASE
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqvenda-registro
             MOVE    vendabase-numero-nf TO     arqvenda-numero-nf
             MOVE    vendabase-cliente-codigo TO
                                    arqvenda-cliente-codigo
             MOVE    vendabase-vendedor-codigo TO
                                    arqvenda-vendedor-codigo
             MOVE    vendabase-data TO          arqvenda-data
             MOVE    vendabase-valor TO         arqvenda-valor
             MOVE    vendabase-situacao TO      arqvenda-situacao
             MOVE    vendabase-nf-origem TO     arqvenda-nf-origem
             MOVE    vendabase-comp-apurada TO
                                    arqvenda-comp-apurada
             MOVE    SPACES         TO          arqvenda-regime-apurado
             MOVE    ZEROS          TO          arqvenda-valor-icms
                                                 arqvenda-valor-ipi
             WRITE   arqvenda-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    A parcela already paid is taken as paid in full, which is
      *    all the old layout could say; no remessa, no acordo.
       0110-REORGANIZA-TITULO.

           OPEN      INPUT        ARQTITULOOLD.
           IF        FS-ARQTITULOOLD NOT EQUAL  ZEROS
               MOVE  'tituloold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQTITULO
               PERFORM              0111-COPIA-TITULO
                 UNTIL FS-ARQTITULOOLD EQUAL    '10'
               CLOSE ARQTITULO
               CLOSE ARQTITULOOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0111-COPIA-TITULO.

           READ      ARQTITULOOLD   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQTITULOOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqtitulo-registro
             MOVE    tituloold-numero-nf TO     arqtitulo-numero-nf
             MOVE    tituloold-parcela TO       arqtitulo-parcela
             MOVE    tituloold-cliente-codigo TO
                                    arqtitulo-cliente-codigo
             MOVE    tituloold-vendedor-codigo TO
                                    arqtitulo-vendedor-codigo
             MOVE    tituloold-vencimento TO    arqtitulo-vencimento
             MOVE    tituloold-valor TO         arqtitulo-valor
             MOVE    tituloold-situacao TO      arqtitulo-situacao
             MOVE    tituloold-data-pagamento TO
                                    arqtitulo-data-pagamento
             IF      tituloold-pago
                 MOVE tituloold-valor TO        arqtitulo-valor-pago
             ELSE
                 MOVE ZEROS         TO          arqtitulo-valor-pago
             END-IF
             MOVE    ZEROS          TO          arqtitulo-data-remessa
                                                 arqtitulo-acordo
             WRITE   arqtitulo-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Old items carry no cost, tax or CD: those stay at zeros and
      *    blanks, and the item is not flagged as stock-backed.
       0120-REORGANIZA-ITEMVENDA.

           OPEN      INPUT        ARQITEMVENDAOLD.
           IF        FS-ARQITEMVENDAOLD NOT EQUAL ZEROS
               MOVE 'itemvendaold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQITEMVENDA
               PERFORM              0121-COPIA-ITEMVENDA
                 UNTIL FS-ARQITEMVENDAOLD EQUAL '10'
               CLOSE ARQITEMVENDA
               CLOSE ARQITEMVENDAOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0121-COPIA-ITEMVENDA.

           READ      ARQITEMVENDAOLD NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQITEMVENDAOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqitemvenda-registro
             MOVE    itemvendaold-numero-nf TO  arqitemvenda-numero-nf
             MOVE    itemvendaold-sequencia TO  arqitemvenda-sequencia
             MOVE    itemvendaold-produto-codigo TO
                                    arqitemvenda-produto-codigo
             MOVE    itemvendaold-quantidade TO
                                    arqitemvenda-quantidade
             MOVE    itemvendaold-preco-unitario TO
                                    arqitemvenda-preco-unitario
             MOVE    itemvendaold-valor-total TO
                                    arqitemvenda-valor-total
             MOVE    itemvendaold-linha-produto TO
                                    arqitemvenda-linha-produto
             MOVE    ZEROS          TO
                                    arqitemvenda-custo-unitario
                                    arqitemvenda-custo-total
                                    arqitemvenda-cfop
                                    arqitemvenda-base-icms
                                    arqitemvenda-aliq-icms
                                    arqitemvenda-valor-icms
                                    arqitemvenda-aliq-ipi
                                    arqitemvenda-valor-ipi
                                    arqitemvenda-cd-codigo
             MOVE    SPACES         TO          arqitemvenda-cst-icms
                                                 arqitemvenda-cst-ipi
                                                 arqitemvenda-estoque
             WRITE   arqitemvenda-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    No supervisor, no override rate and no termination date:
      *    every migrated vendedor reports to nobody until the
      *    cadastro says otherwise.
       0130-REORGANIZA-VENDEDOR.

           OPEN      INPUT        ARQVENDEDOROLD.
           IF        FS-ARQVENDEDOROLD NOT EQUAL ZEROS
               MOVE 'arqvendedorold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQVENDEDOR
               PERFORM              0131-COPIA-VENDEDOR
                 UNTIL FS-ARQVENDEDOROLD EQUAL  '10'
               CLOSE ARQVENDEDOR
               CLOSE ARQVENDEDOROLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0131-COPIA-VENDEDOR.

           READ      ARQVENDEDOROLD NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVENDEDOROLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqvendedor-vendedor
             MOVE    vendedorold-empresa TO     arqvendedor-empresa
             MOVE    vendedorold-regiao-codigo TO
                                    arqvendedor-regiao-codigo
             MOVE    vendedorold-codigo TO      arqvendedor-codigo
             MOVE    vendedorold-cpf TO         arqvendedor-cpf
             MOVE    vendedorold-nome TO        arqvendedor-nome
             MOVE    vendedorold-lat TO         arqvendedor-lat
             MOVE    vendedorold-lon TO         arqvendedor-lon
             MOVE    vendedorold-status TO      arqvendedor-status
             MOVE    vendedorold-capacidade-max TO
                                    arqvendedor-capacidade-max
             MOVE    vendedorold-qtd-atual TO   arqvendedor-qtd-atual
             MOVE    vendedorold-taxa-comissao TO
                                    arqvendedor-taxa-comissao
             MOVE    vendedorold-cota-vendas TO
                                    arqvendedor-cota-vendas
             MOVE    vendedorold-capacidade-valor TO
                                    arqvendedor-capacidade-valor
             MOVE    vendedorold-valor-atual TO
                                    arqvendedor-valor-atual
             MOVE    vendedorold-linha-produto TO
                                    arqvendedor-linha-produto
             MOVE    ZEROS          TO
                                    arqvendedor-supervisor-codigo
                                    arqvendedor-taxa-supervisao
                                    arqvendedor-data-desligamento
             WRITE   arqvendedor-vendedor
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Every old row is the vendedor's own commission on the
      *    competencia basis. There were no ajustes, so the liquido is
      *    the valor itself; a negative valor nets to zero with nothing
      *    carried, since the old close never carried a balance.
       0140-REORGANIZA-COMISSAO.

           OPEN      INPUT        ARQCOMISSAOOLD.
           IF        FS-ARQCOMISSAOOLD NOT EQUAL ZEROS
               MOVE  'comissaoold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQCOMISSAO
               PERFORM              0141-COPIA-COMISSAO
                 UNTIL FS-ARQCOMISSAOOLD EQUAL  '10'
               CLOSE ARQCOMISSAO
               CLOSE ARQCOMISSAOOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0141-COPIA-COMISSAO.

           READ      ARQCOMISSAOOLD NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCOMISSAOOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqcomissao-registro
             MOVE    comissaoold-empresa TO     arqcomissao-empresa
             MOVE    comissaoold-competencia TO
                                    arqcomissao-competencia
             MOVE    comissaoold-vendedor-codigo TO
                                    arqcomissao-vendedor-codigo
             SET     arqcomissao-propria        TO          TRUE
             MOVE    comissaoold-base TO        arqcomissao-base
             MOVE    comissaoold-taxa TO        arqcomissao-taxa
             MOVE    comissaoold-valor TO       arqcomissao-valor
             MOVE    comissaoold-situacao TO    arqcomissao-situacao
             MOVE    comissaoold-data TO        arqcomissao-data
             MOVE    comissaoold-hora TO        arqcomissao-hora
             SET     arqcomissao-base-competencia TO        TRUE
             MOVE    ZEROS          TO          arqcomissao-ajustes
                                    arqcomissao-transportado
             IF      comissaoold-valor GREATER  ZEROS
                 MOVE comissaoold-valor TO      arqcomissao-liquido
             ELSE
                 MOVE ZEROS         TO          arqcomissao-liquido
             END-IF
             WRITE   arqcomissao-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    No custo on file yet, and a short stock only warns.
       0150-REORGANIZA-PRODUTO.

           OPEN      INPUT        ARQPRODUTOOLD.
           IF        FS-ARQPRODUTOOLD NOT EQUAL ZEROS
               MOVE  'produtoold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQPRODUTO
               PERFORM              0151-COPIA-PRODUTO
                 UNTIL FS-ARQPRODUTOOLD EQUAL   '10'
               CLOSE ARQPRODUTO
               CLOSE ARQPRODUTOOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0151-COPIA-PRODUTO.

           READ      ARQPRODUTOOLD  NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPRODUTOOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqproduto-registro
             MOVE    produtoold-codigo TO       arqproduto-codigo
             MOVE    produtoold-descricao TO    arqproduto-descricao
             MOVE    produtoold-linha-produto TO
                                    arqproduto-linha-produto
             MOVE    produtoold-preco-unitario TO
                                    arqproduto-preco-unitario
             MOVE    produtoold-status TO       arqproduto-status
             MOVE    ZEROS          TO          arqproduto-custo
             SET     arqproduto-estoque-avisa   TO          TRUE
             WRITE   arqproduto-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    arqbaixa from before the split-sale stamps: no receipt has
      *    had a share taken out yet, so the rateio byte stays blank.
       0160-REORGANIZA-BAIXA.

           OPEN      INPUT        ARQBAIXAOLD.
           IF        FS-ARQBAIXAOLD NOT EQUAL   ZEROS
               MOVE  'baixaold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQBAIXA
               PERFORM              0161-COPIA-BAIXA
                 UNTIL FS-ARQBAIXAOLD EQUAL     '10'
               CLOSE ARQBAIXA
               CLOSE ARQBAIXAOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0161-COPIA-BAIXA.

           READ      ARQBAIXAOLD    NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQBAIXAOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqbaixa-registro
             MOVE    baixaold-chave TO          arqbaixa-chave
             MOVE    baixaold-cliente-codigo TO
                                    arqbaixa-cliente-codigo
             MOVE    baixaold-vendedor-codigo TO
                                    arqbaixa-vendedor-codigo
             MOVE    baixaold-data-pagamento TO
                                    arqbaixa-data-pagamento
             MOVE    baixaold-dias-atraso TO    arqbaixa-dias-atraso
             MOVE    baixaold-valor-recebido TO
                                    arqbaixa-valor-recebido
             MOVE    baixaold-valor-principal TO
                                    arqbaixa-valor-principal
             MOVE    baixaold-valor-juros TO    arqbaixa-valor-juros
             MOVE    baixaold-valor-multa TO    arqbaixa-valor-multa
             MOVE    baixaold-saldo-restante TO
                                    arqbaixa-saldo-restante
             MOVE    baixaold-origem TO         arqbaixa-origem
             MOVE    baixaold-operador TO       arqbaixa-operador
             MOVE    baixaold-data-lancamento TO
                                    arqbaixa-data-lancamento
             MOVE    baixaold-hora-lancamento TO
                                    arqbaixa-hora-lancamento
             MOVE    baixaold-comp-apurada TO   arqbaixa-comp-apurada
             MOVE    SPACE          TO          arqbaixa-rateio
             MOVE    ZEROS          TO          arqbaixa-comp-rateio
             WRITE   arqbaixa-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    arqoperador as the installed release wrote it: hash,
      *    lockout and vendedor link come over as they are; nobody
      *    sees personal data in full until the cadastro grants it.
       0170-REORGANIZA-OPERADOR-BASE.

           OPEN      INPUT        ARQOPERADORBASE.
           IF        FS-ARQOPERADORBASE NOT EQUAL ZEROS
               MOVE  'operadorold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQOPERADOR
               PERFORM              0171-COPIA-OPERADOR-BASE
                 UNTIL FS-ARQOPERADORBASE EQUAL '10'
               CLOSE ARQOPERADOR
               CLOSE ARQOPERADORBASE
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0171-COPIA-OPERADOR-BASE.

           READ      ARQOPERADORBASE NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQOPERADORBASE
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqoperador-registro
             MOVE    operadorbase-codigo TO     arqoperador-codigo
             MOVE    operadorbase-senha TO      arqoperador-senha
             MOVE    operadorbase-nome TO       arqoperador-nome
             MOVE    operadorbase-perfil TO     arqoperador-perfil
             MOVE    operadorbase-status TO     arqoperador-status
             MOVE    operadorbase-opcoes TO     arqoperador-opcoes
             MOVE    operadorbase-senha-hash TO
                                    arqoperador-senha-hash
             MOVE    operadorbase-data-troca TO
                                    arqoperador-data-troca
             MOVE    operadorbase-forca-troca TO
                                    arqoperador-forca-troca
             MOVE    operadorbase-falhas TO     arqoperador-falhas
             MOVE    operadorbase-bloqueio TO   arqoperador-bloqueio
             MOVE    operadorbase-vendedor-codigo TO
                                    arqoperador-vendedor-codigo
             MOVE    'N'            TO
                                    arqoperador-dados-pessoais
             WRITE   arqoperador-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Visits keyed before the device check-in carry no position:
      *    the check-in fields stay at zeros and the situacao blank,
      *    which the reports read as not compared.
       0180-REORGANIZA-VISITA.

           OPEN      INPUT        ARQVISITAOLD.
           IF        FS-ARQVISITAOLD NOT EQUAL  ZEROS
               MOVE  'visitaold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQVISITA
               PERFORM              0181-COPIA-VISITA
                 UNTIL FS-ARQVISITAOLD EQUAL    '10'
               CLOSE ARQVISITA
               CLOSE ARQVISITAOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0181-COPIA-VISITA.

           READ      ARQVISITAOLD   NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQVISITAOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqvisita-registro
             MOVE    visitaold-vendedor-codigo TO
                                    arqvisita-vendedor-codigo
             MOVE    visitaold-data-planejada TO
                                    arqvisita-data-planejada
             MOVE    visitaold-cliente-codigo TO
                                    arqvisita-cliente-codigo
             MOVE    visitaold-data-realizada TO
                                    arqvisita-data-realizada
             MOVE    visitaold-resultado TO     arqvisita-resultado
             MOVE    visitaold-nota TO          arqvisita-nota
             MOVE    visitaold-operador TO      arqvisita-operador
             MOVE    ZEROS          TO          arqvisita-checkin-lat
                                                 arqvisita-checkin-lon
                                                 arqvisita-checkin-hora
                                    arqvisita-checkin-distancia
             MOVE    SPACES         TO
                                    arqvisita-checkin-situacao
             WRITE   arqvisita-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    A month the old release closed comes over as encerrado,
      *    with no fiscal, reconciliation or exception stamps and the
      *    checklist blank (left so by the INITIALIZE): it was closed
      *    before the checklist existed.
       0190-REORGANIZA-PERIODO.

           OPEN      INPUT        ARQPERIODOOLD.
           IF        FS-ARQPERIODOOLD NOT EQUAL ZEROS
               MOVE  'periodoold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQPERIODO
               PERFORM              0191-COPIA-PERIODO
                 UNTIL FS-ARQPERIODOOLD EQUAL   '10'
               CLOSE ARQPERIODO
               CLOSE ARQPERIODOOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0191-COPIA-PERIODO.

           READ      ARQPERIODOOLD  NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPERIODOOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqperiodo-registro
             MOVE    periodoold-empresa TO      arqperiodo-empresa
             MOVE    periodoold-competencia TO
                                    arqperiodo-competencia
             MOVE    periodoold-situacao TO     arqperiodo-situacao
             MOVE    periodoold-data-fechamento TO
                                    arqperiodo-data-fechamento
             MOVE    ZEROS          TO          arqperiodo-data-fiscal
                                                 arqperiodo-qtd-fiscal
                                    arqperiodo-data-conciliacao
                                    arqperiodo-hora-conciliacao
                                                 arqperiodo-quebras
                                    arqperiodo-excecao-data
             MOVE    SPACES         TO
                                    arqperiodo-excecao-supervisor
                                    arqperiodo-excecao-justificativa
             WRITE   arqperiodo-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Old pending changes predate the approval step: no second
      *    code, no prior value recorded, no approver and no decision.
       0200-REORGANIZA-PENDENTE.

           OPEN      INPUT        ARQPENDENTEOLD.
           IF        FS-ARQPENDENTEOLD NOT EQUAL ZEROS
               MOVE  'pendenteold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQPENDENTE
               PERFORM              0201-COPIA-PENDENTE
                 UNTIL FS-ARQPENDENTEOLD EQUAL  '10'
               CLOSE ARQPENDENTE
               CLOSE ARQPENDENTEOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0201-COPIA-PENDENTE.

           READ      ARQPENDENTEOLD NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQPENDENTEOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqpendente-registro
             MOVE    pendenteold-numero TO      arqpendente-numero
             MOVE    pendenteold-entidade TO    arqpendente-entidade
             MOVE    pendenteold-codigo TO      arqpendente-codigo
             MOVE    pendenteold-campo TO       arqpendente-campo
             MOVE    pendenteold-valor-novo TO  arqpendente-valor-novo
             MOVE    pendenteold-data-efetiva TO
                                    arqpendente-data-efetiva
             MOVE    pendenteold-situacao TO    arqpendente-situacao
             MOVE    pendenteold-operador TO    arqpendente-operador
             MOVE    pendenteold-data-criacao TO
                                    arqpendente-data-criacao
             MOVE    pendenteold-data-aplicacao TO
                                    arqpendente-data-aplicacao
             MOVE    ZEROS          TO          arqpendente-codigo-2
                                                 arqpendente-valor-ant
                                    arqpendente-data-decisao
             MOVE    SPACES         TO          arqpendente-aprovador
                                                 arqpendente-motivo
             WRITE   arqpendente-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Every empresa keeps closing as it always has: competencia
      *    basis, rate applied to revenue.
       0210-REORGANIZA-EMPRESACAD.

           OPEN      INPUT        ARQEMPRESACADOLD.
           IF        FS-ARQEMPRESACADOLD NOT EQUAL ZEROS
               MOVE 'empresacadold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQEMPRESACAD
               PERFORM              0211-COPIA-EMPRESACAD
                 UNTIL FS-ARQEMPRESACADOLD EQUAL '10'
               CLOSE ARQEMPRESACAD
               CLOSE ARQEMPRESACADOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0211-COPIA-EMPRESACAD.

           READ      ARQEMPRESACADOLD NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQEMPRESACADOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqempresacad-registro
             MOVE    empresacadold-empresa TO   arqempresacad-empresa
             MOVE    empresacadold-nome TO      arqempresacad-nome
             MOVE    empresacadold-tipo TO      arqempresacad-tipo
             SET     arqempresacad-regime-competencia TO    TRUE
             SET     arqempresacad-base-receita TO          TRUE
             WRITE   arqempresacad-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
      *    Every cached pair is an estimate: no imported road figure.
       0220-REORGANIZA-CACHEDIST.

           OPEN      INPUT        ARQCACHEDISTOLD.
           IF        FS-ARQCACHEDISTOLD NOT EQUAL ZEROS
               MOVE  'cachedistold.dat nao encontrado - renomeie antes'
                                    TO          wk-msg
           ELSE
               OPEN  OUTPUT       ARQCACHEDIST
               PERFORM              0221-COPIA-CACHEDIST
                 UNTIL FS-ARQCACHEDISTOLD EQUAL '10'
               CLOSE ARQCACHEDIST
               CLOSE ARQCACHEDISTOLD
           END-IF.
           INITIALIZE wk-opcao-base.
      *---------------------------------------------------------------
       0221-COPIA-CACHEDIST.

           READ      ARQCACHEDISTOLD NEXT RECORD
            AT END
             MOVE    '10'           TO          FS-ARQCACHEDISTOLD
            NOT AT END
             ADD     1              TO          wk-tot-lidos
             INITIALIZE             arqcachedist-registro
             MOVE    cachedistold-cliente-codigo TO
                                    arqcachedist-cliente-codigo
             MOVE    cachedistold-vendedor-codigo TO
                                    arqcachedist-vendedor-codigo
             MOVE    cachedistold-cliente-lat TO
                                    arqcachedist-cliente-lat
             MOVE    cachedistold-cliente-lon TO
                                    arqcachedist-cliente-lon
             MOVE    cachedistold-vendedor-lat TO
                                    arqcachedist-vendedor-lat
             MOVE    cachedistold-vendedor-lon TO
                                    arqcachedist-vendedor-lon
             MOVE    cachedistold-distancia TO  arqcachedist-distancia
             SET     arqcachedist-estimada      TO          TRUE
             MOVE    ZEROS          TO          arqcachedist-km-real
                                                 arqcachedist-minutos
                                                 arqcachedist-data-real
             WRITE   arqcachedist-registro
              INVALID KEY
               CONTINUE
              NOT INVALID KEY
               ADD   1              TO          wk-tot-gravados
             END-WRITE
           END-READ.
      *---------------------------------------------------------------
       9999-fim-programa.

