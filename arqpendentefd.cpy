      *    nobody stays late to type the change on exactly the
      *    right day. PENDENTE until applied ('A') or cancelled
      *    ('C') on the listing screen.
      *    A change to a field marked sensitive in aprovcfg is born
      *    AGUARDANDO ('G') instead, whoever keyed it, and only a
      *    different supervisor moves it on: approved it is applied
      *    (or becomes PENDENTE if still future-dated), rejected
      *    ('R') it stays here with the reason.
       01  arqpendente-registro.
           03 arqpendente-numero        pic  9(007) value zeros.
           03 arqpendente-entidade      pic  x(008) value spaces.
           03 arqpendente-codigo        pic  9(007) value zeros.
      *    1 capacidade-max, 2 taxa-comissao, 3 regiao-codigo,
      *    4 capacidade-valor, 5 cota-vendas (VENDEDOR);
      *    1 fator-rodoviario (REGIAO); 1 limite-credito (CLIENTE);
      *    1 taxa (CONTRATO, codigo the cliente and codigo-2 the
      *    vendedor of the contract).
           03 arqpendente-campo         pic  9(001) value zeros.
           03 arqpendente-valor-novo    pic  9(011)v9(002) value zeros.
           03 arqpendente-data-efetiva  pic  9(008) value zeros.
               88 arqpendente-pendente  value 'P'.
               88 arqpendente-aplicada  value 'A'.
               88 arqpendente-cancelada value 'C'.
               88 arqpendente-aguardando value 'G'.
               88 arqpendente-rejeitada value 'R'.
           03 arqpendente-operador      pic  x(010) value spaces.
           03 arqpendente-data-criacao  pic  9(008) value zeros.
           03 arqpendente-data-aplicacao
                                        pic  9(008) value zeros.
           03 arqpendente-codigo-2      pic  9(007) value zeros.
           03 arqpendente-valor-ant     pic  9(011)v9(002) value zeros.
           03 arqpendente-aprovador     pic  x(010) value spaces.
           03 arqpendente-data-decisao  pic  9(008) value zeros.
           03 arqpendente-motivo        pic  x(060) value spaces.
