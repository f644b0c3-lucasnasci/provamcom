      *Skeleton COBOL Copybook
       fd arqcampanha.

      *    Sales incentive campaign (SPIFF) run by marketing: inside
      *    its period it pays the vendedor a fixed bonus per unit
      *    sold, or a percentage of the value sold, of the products
      *    listed or of a whole linha. Only vendedores of the regioes
      *    listed take part; no regiao listed means all of them.
      *    fechacomissao pays it on the notas it settles, net of
      *    their estornos, as a ledger and payroll line of its own.
       01  arqcampanha-registro.
           03 arqcampanha-chave.
            05 arqcampanha-empresa       pic  9(003) value 1.
            05 arqcampanha-codigo        pic  9(005) value zeros.
           03 arqcampanha-descricao      pic  x(040) value spaces.
           03 arqcampanha-data-ini       pic  9(008) value zeros.
           03 arqcampanha-data-fim       pic  9(008) value zeros.
           03 arqcampanha-alvo           pic  x(001) value 'P'.
               88 arqcampanha-por-produto value 'P'.
               88 arqcampanha-por-linha  value 'L'.
           03 arqcampanha-produtos.
            05 arqcampanha-produto       occurs 10 pic 9(005).
           03 arqcampanha-linha          pic  x(001) value spaces.
           03 arqcampanha-bonus          pic  x(001) value 'U'.
               88 arqcampanha-por-unidade value 'U'.
               88 arqcampanha-percentual value 'P'.
           03 arqcampanha-valor-unidade  pic  9(005)v9(002)
                                          value zeros.
           03 arqcampanha-percentual-bonus
                                         pic  9(003)v9(002)
                                          value zeros.
           03 arqcampanha-regioes.
            05 arqcampanha-regiao        occurs 10 pic 9(007).
           03 arqcampanha-situacao       pic  x(001) value 'A'.
               88 arqcampanha-ativa      value 'A'.
               88 arqcampanha-inativa    value 'I'.
           03 arqcampanha-operador       pic  x(010) value spaces.
           03 arqcampanha-data           pic  9(008) value zeros.
