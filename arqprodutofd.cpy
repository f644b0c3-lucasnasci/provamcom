           03 arqproduto-status         pic  x(001) value 'A'.
               88 arqproduto-ativo      value 'A'.
               88 arqproduto-inativo    value 'I'.
      *    Unit cost of the product. Each item sold freezes the cost
      *    of its day, so revising it never moves an old margin.
           03 arqproduto-custo          pic  9(007)v9(002) value zeros.
      *    What sales entry does when the quantity asked is more than
      *    the depot has free: a warning the operator may pass over,
      *    or a refusal of the item. Products keyed before stock was
      *    kept carry a space and only warn.
           03 arqproduto-estoque-insuf  pic  x(001) value 'A'.
               88 arqproduto-estoque-avisa
                                        value 'A' ' '.
               88 arqproduto-estoque-recusa
                                        value 'R'.
