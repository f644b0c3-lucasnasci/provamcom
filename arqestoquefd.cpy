      *Skeleton COBOL Copybook
       fd arqestoque.

      *    Stock of each product at each depot. The saldo is what is
      *    physically on the shelf; reservado is what vendas still
      *    being keyed have set aside, so the quantity free to sell
      *    is saldo less reservado. Below the minimo the product
      *    shows on the replenishment list. A product sold past its
      *    saldo on a warning-only product leaves the saldo negative
      *    until the next entrada covers it.
       01  arqestoque-registro.
           03 arqestoque-chave.
            05 arqestoque-empresa        pic  9(003) value 1.
            05 arqestoque-cd-codigo      pic  9(005) value zeros.
            05 arqestoque-produto-codigo pic  9(005) value zeros.
           03 arqestoque-saldo           pic s9(007) value zeros.
           03 arqestoque-reservado       pic  9(007) value zeros.
           03 arqestoque-minimo          pic  9(007) value zeros.
           03 arqestoque-data-movimento  pic  9(008) value zeros.
