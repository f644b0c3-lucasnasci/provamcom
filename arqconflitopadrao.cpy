      *    The conflicting option pairs shipped with the system,
      *    written to arqconflito the first time it is created;
      *    from then on the file is maintained in 04.47.
           01 tb-conflitos.
              05 filler.
               07 pic x(005) value '05.01'.
               07 pic x(005) value '05.05'.
               07 pic x(040) value
                  'LANCA A VENDA E BAIXA O PROPRIO TITULO'.
              05 filler.
               07 pic x(005) value '05.01'.
               07 pic x(005) value '05.07'.
               07 pic x(040) value
                  'LANCA A VENDA E FECHA A COMISSAO'.
              05 filler.
               07 pic x(005) value '05.05'.
               07 pic x(005) value '05.07'.
               07 pic x(040) value
                  'BAIXA O TITULO E FECHA A COMISSAO'.
              05 filler.
               07 pic x(005) value '05.01'.
               07 pic x(005) value '05.10'.
               07 pic x(040) value
                  'LANCA A VENDA E ALTERA O CONTRATO'.
              05 filler.
               07 pic x(005) value '05.01'.
               07 pic x(005) value '05.11'.
               07 pic x(040) value
                  'LANCA A VENDA E ALTERA O ACELERADOR'.
              05 filler.
               07 pic x(005) value '05.07'.
               07 pic x(005) value '05.10'.
               07 pic x(040) value
                  'FECHA A COMISSAO E ALTERA O CONTRATO'.
              05 filler.
               07 pic x(005) value '05.07'.
               07 pic x(005) value '05.11'.
               07 pic x(040) value
                  'FECHA A COMISSAO E ALTERA O ACELERADOR'.
              05 filler.
               07 pic x(005) value '04.17'.
               07 pic x(005) value '04.47'.
               07 pic x(040) value
                  'CONCEDE OPCOES E ACEITA OS CONFLITOS'.
           01 tb-conflitos-r redefines tb-conflitos.
              05 tb-conflito           occurs 8 times.
               07 tb-conflito-opcao-a  pic x(005).
               07 tb-conflito-opcao-b  pic x(005).
               07 tb-conflito-descricao pic x(040).
