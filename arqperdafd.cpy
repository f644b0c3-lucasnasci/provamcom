      *Skeleton COBOL Copybook
       fd arqperda.

      *    One row per parcela written off as a bad debt: the saldo
      *    given up, who approved it and why. The row also queues the
      *    commission clawback -- comp-estorno stays zero until the
      *    next commission closing takes back what the vendedor was
      *    paid on the lost value, and then holds that competencia
      *    and the amount reclaimed.
       01  arqperda-registro.
           03 arqperda-chave.
            05 arqperda-numero-nf        pic  9(009) value zeros.
            05 arqperda-parcela          pic  9(002) value zeros.
           03 arqperda-empresa           pic  9(003) value zeros.
           03 arqperda-cliente-codigo    pic  9(007) value zeros.
           03 arqperda-vendedor-codigo   pic  9(007) value zeros.
           03 arqperda-vencimento        pic  9(008) value zeros.
           03 arqperda-dias-atraso       pic  9(005) value zeros.
           03 arqperda-valor             pic  9(009)v9(002) value zeros.
           03 arqperda-data              pic  9(008) value zeros.
           03 arqperda-hora              pic  9(006) value zeros.
           03 arqperda-operador          pic  x(010) value spaces.
           03 arqperda-aprovador         pic  x(010) value spaces.
           03 arqperda-motivo            pic  x(040) value spaces.
           03 arqperda-comp-estorno      pic  9(006) value zeros.
           03 arqperda-valor-estorno     pic  9(009)v9(002) value zeros.
