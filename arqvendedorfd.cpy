               88 arqvendedor-linha-a    value 'A'.
               88 arqvendedor-linha-b    value 'B'.
               88 arqvendedor-linha-todas value 'T'.
      *    Sales team hierarchy: the supervisor the vendedor reports
      *    to, and -- on a supervisor's own row -- the override rate
      *    earned over the closed base of the team.
           03 arqvendedor-supervisor-codigo
                                         pic  9(007) value zeros.
           03 arqvendedor-taxa-supervisao pic  9(003)v9(002)
                                          value zeros.
      *    Last working day of a vendedor let go by desligavendedor;
      *    no venda dated after it is taken for them.
           03 arqvendedor-data-desligamento
                                         pic  9(008) value zeros.
