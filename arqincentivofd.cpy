      *Skeleton COBOL Copybook
       fd arqincentivo.

      *    What each campaign paid each vendedor in a closed
      *    competencia, written by fechacomissao beside the ledger
      *    row -- the campaign results report ranks from here.
      *    Amounts are net: an estorno in a later month takes its
      *    units and bonus back there.
       01  arqincentivo-registro.
           03 arqincentivo-chave.
            05 arqincentivo-empresa      pic  9(003) value 1.
            05 arqincentivo-campanha     pic  9(005) value zeros.
            05 arqincentivo-competencia  pic  9(006) value zeros.
            05 arqincentivo-vendedor-codigo
                                         pic  9(007) value zeros.
           03 arqincentivo-unidades      pic s9(007) value zeros.
           03 arqincentivo-valor-vendido pic s9(011)v9(002)
                                          value zeros.
           03 arqincentivo-valor-bonus   pic s9(009)v9(002)
                                          value zeros.
           03 arqincentivo-data          pic  9(008) value zeros.
