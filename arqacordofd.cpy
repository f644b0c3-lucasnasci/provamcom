      *Skeleton COBOL Copybook
       fd arqacordo.

      *    Renegotiation agreement (reparcelamento): the open saldo of
      *    the client's selected parcelas, now renegociado, is owed
      *    again as a new schedule of titulos numbered 990000000 plus
      *    the acordo number. Originals and new parcelas both carry
      *    the acordo number in arqtitulo-acordo.
       01  arqacordo-registro.
           03 arqacordo-numero          pic  9(007) value zeros.
           03 arqacordo-empresa         pic  9(003) value zeros.
           03 arqacordo-cliente-codigo  pic  9(007) value zeros.
           03 arqacordo-vendedor-codigo pic  9(007) value zeros.
           03 arqacordo-data            pic  9(008) value zeros.
           03 arqacordo-qtd-originais   pic  9(003) value zeros.
           03 arqacordo-valor-original  pic  9(009)v9(002) value zeros.
           03 arqacordo-valor-acordado  pic  9(009)v9(002) value zeros.
           03 arqacordo-parcelas        pic  9(002) value zeros.
           03 arqacordo-intervalo       pic  9(003) value zeros.
           03 arqacordo-primeiro-venc   pic  9(008) value zeros.
           03 arqacordo-operador        pic  x(010) value spaces.
           03 arqacordo-hora            pic  9(006) value zeros.
