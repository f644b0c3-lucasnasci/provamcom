            05 arqcomissao-competencia   pic  9(006) value zeros.
            05 arqcomissao-vendedor-codigo
                                         pic  9(007) value zeros.
      *    P is the vendedor's own commission; S the override a
      *    supervisor earns over the closed base of the team; R the
      *    final pro-rata statement of a vendedor let go mid-month;
      *    I the bonus of the incentive campaigns (arqcampanha).
            05 arqcomissao-lancamento    pic  x(001) value 'P'.
               88 arqcomissao-propria    value 'P'.
               88 arqcomissao-supervisao value 'S'.
               88 arqcomissao-rescisao   value 'R'.
               88 arqcomissao-incentivo  value 'I'.
           03 arqcomissao-base           pic s9(011)v9(002)
                                          value zeros.
           03 arqcomissao-taxa           pic  9(003)v9(002)
               88 arqcomissao-paga       value 'P'.
           03 arqcomissao-data           pic  9(008) value zeros.
           03 arqcomissao-hora           pic  9(006) value zeros.
      *    Basis the period was closed under -- the base above is
      *    notas of the month (C) or principal received in it (X).
           03 arqcomissao-regime         pic  x(001) value 'C'.
               88 arqcomissao-base-competencia value 'C'.
               88 arqcomissao-base-caixa value 'X'.
      *    Payroll netting: advances and deductions of arqajuste
      *    taken off the gross valor, what actually went to the
      *    payroll file, and any negative net carried to next month.
           03 arqcomissao-ajustes        pic  9(009)v9(002)
                                          value zeros.
           03 arqcomissao-liquido        pic  9(009)v9(002)
                                          value zeros.
           03 arqcomissao-transportado   pic  9(009)v9(002)
                                          value zeros.
